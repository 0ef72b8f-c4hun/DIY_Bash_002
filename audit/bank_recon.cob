*> les pointees, les transactions jamais passees en banque et les
*> mouvements bancaires sans transaction : c'est la liste que la
*> revue de tresorerie reconstituait chaque mois a la main.
*> Chaque transaction pointee est aussi inscrite au registre
*> permanent transactions_pointees.txt (voir pointe.cpy), ou FxReval
*> reconnait les postes en devise deja regles.
*> ------------------------------------------------------------------

ENVIRONMENT DIVISION.
        FILE STATUS IS TauxStatus.
    SELECT BankReportFile ASSIGN TO 'bank_recon_report.txt'
        ORGANIZATION IS LINE SEQUENTIAL.
*> registre permanent des transactions pointees ; ouvert en ajout,
*> jamais reecrit.
    SELECT OPTIONAL PointageFile ASSIGN TO 'transactions_pointees.txt'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL AuditLogFile ASSIGN TO 'audit_run_log.txt'
        ORGANIZATION IS LINE SEQUENTIAL.

FD BankReportFile.
01 BankReportLine  PIC X(120).

FD PointageFile.
COPY "pointe.cpy".

FD AuditLogFile.
01 AuditLogLine    PIC X(100).

    ELSE
        PERFORM 1200-CHARGER-TAUX-CHANGE
        PERFORM 1300-CHARGER-RELEVE
        ACCEPT DateDuJour FROM DATE YYYYMMDD
        OPEN EXTEND PointageFile
        PERFORM 2000-POINTER-FICHIER-MAITRE
        PERFORM 2500-POINTER-ARCHIVE
        CLOSE PointageFile
        PERFORM 3000-LISTER-RELEVE-NON-POINTE
        PERFORM 3500-IMPRIMER-RECAPITULATIF
    END-IF
    IF MouvementTrouve
        MOVE 'O' TO RelPointe (RelIdx)
        ADD 1 TO NbPointees
        PERFORM 2120-INSCRIRE-POINTAGE
        MOVE PointMontantBase TO MontantAffiche
        MOVE SPACES TO BankReportLine
        STRING "POINTEE  " DELIMITED BY SIZE
        WRITE BankReportLine
    END-IF.

*> ----------------------------------------------------------------
*> 2120-INSCRIRE-POINTAGE : inscrit la transaction pointee au
*> registre permanent des pointages.
*> ----------------------------------------------------------------
2120-INSCRIRE-POINTAGE.
    MOVE SPACES TO PointageLigne
    MOVE PointTranID TO PtgTranID
    MOVE PointDate TO PtgDateTran
    MOVE PointDevise TO PtgDevise
    MOVE RelDate (RelIdx) TO PtgDateReleve
    MOVE DateDuJour TO PtgDateRun
    WRITE PointageLigne.

*> ----------------------------------------------------------------
*> 2150-CONVERTIR-EN-BASE : convertit PointMontant en devise de base
*> au taux de PointDate, comme le fait MonthClose ; sans taux, le
           INTO BankReportLine
    WRITE BankReportLine
    CLOSE BankReportFile
    CLOSE PointageFile
    PERFORM 3950-ECRIRE-JOURNAL-EXECUTION
    STOP RUN.

