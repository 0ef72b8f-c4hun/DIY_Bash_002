IDENTIFICATION DIVISION.
PROGRAM-ID. BudgetReport.

*> ------------------------------------------------------------------
*> Suivi mensuel budget / realise par centre de cout et categorie :
*> le controle de gestion charge une fois l'an le budget par
*> periode, categorie et centre (budget_master.dat, via BudgetLoad),
*> et voulait chaque mois la consommation sans ressortir les extraits
*> a la main.
*>
*> La carte parametre budget_params.txt porte la periode suivie :
*>   AAAA-MM
*> Le realise de l'exercice, du premier mois jusqu'a la periode
*> suivie, est pris dans les archives des periodes closes
*> (archive_txn_AAAA-MM.txt, via periodes_closes.txt) et dans le
*> fichier maitre des transactions pour les periodes encore
*> ouvertes, converti en devise de base au taux de la date de chaque
*> transaction comme le fait MonthClose.
*>
*> Le rapport rapport_budget.txt donne, pour chaque categorie de
*> chaque centre de cout : realise et budget du mois, realise et
*> budget cumules depuis le debut de l'exercice, reste (budget cumule
*> moins realise cumule) et pourcentage consomme du budget cumule.
*> Toute ligne dont le realise du mois ou le realise cumule depasse
*> le budget correspondant est marquee ***, comme une ligne realisee
*> sans budget (HORS BUDGET). Un sous-total par centre et un total
*> general suivent.
*> ------------------------------------------------------------------

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL BudParamFile ASSIGN TO 'budget_params.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BudParamStatus.
    SELECT BudgetMasterFile ASSIGN TO 'budget_master.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BudCle
        FILE STATUS IS BudgetStatus.
    SELECT TranMasterFile ASSIGN TO 'transactions_master.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TranID
        FILE STATUS IS MasterStatus.
    SELECT OPTIONAL PeriodesFile ASSIGN TO 'periodes_closes.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PeriodesStatus.
    SELECT OPTIONAL ArchiveFile ASSIGN TO DYNAMIC NomArchive
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ArchiveStatus.
    SELECT OPTIONAL TauxFile ASSIGN TO 'taux_change.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TauxStatus.
    SELECT BudReportFile ASSIGN TO 'rapport_budget.txt'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL AuditLogFile ASSIGN TO 'audit_run_log.txt'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD BudParamFile.
01 BudParamLine    PIC X(40).

FD BudgetMasterFile.
COPY "budmas.cpy".

FD TranMasterFile.
COPY "tranmas.cpy".

FD PeriodesFile.
01 PeriodeLigne    PIC X(07).

FD ArchiveFile.
01 ArchiveLigne    PIC X(80).

FD TauxFile.
01 TauxLigne       PIC X(40).

FD BudReportFile.
01 BudReportLine   PIC X(132).

FD AuditLogFile.
01 AuditLogLine    PIC X(132).

WORKING-STORAGE SECTION.
01 BudParamStatus  PIC XX VALUE SPACES.
    88 BudParamTrouve VALUE '00'.
01 BudgetStatus    PIC XX VALUE SPACES.
    88 BudgetOK            VALUE '00'.
    88 BudgetFichierAbsent VALUE '35'.
01 MasterStatus    PIC XX VALUE SPACES.
    88 MasterOK            VALUE '00'.
    88 MasterFichierAbsent VALUE '35'.
01 PeriodesStatus  PIC XX VALUE SPACES.
    88 PeriodesFileTrouve VALUE '00'.
01 ArchiveStatus   PIC XX VALUE SPACES.
    88 ArchiveTrouvee VALUE '00'.
01 TauxStatus      PIC XX VALUE SPACES.
    88 TauxFileTrouve VALUE '00'.

01 EOFBudget       PIC X VALUE 'N'.
01 EOFMaitre       PIC X VALUE 'N'.
01 EOFPeriodes     PIC X VALUE 'N'.
01 EOFArchive      PIC X VALUE 'N'.
01 EOFTaux         PIC X VALUE 'N'.
01 NomArchive      PIC X(40) VALUE SPACES.
01 PeriodeEnCours  PIC X(07) VALUE SPACES.

*> periode suivie et exercice correspondant
01 PeriodeSuivie   PIC X(07) VALUE SPACES.
01 ExerciceSuivi   PIC X(04) VALUE SPACES.
01 ParametresValidesSw PIC X VALUE 'N'.
    88 ParametresValides VALUE 'O'.

*> table des taux de change, comme dans MonthClose
01 DeviseBase      PIC X(03) VALUE 'CHF'.
01 NbTaux          PIC 9(03) VALUE 0.
01 TableTaux.
    05 TauxEntry OCCURS 600 TIMES INDEXED BY TauxIdx.
        10 TauxDate    PIC X(10) VALUE SPACES.
        10 TauxDevise  PIC X(03) VALUE SPACES.
        10 TauxValeur  PIC 9(03)V9(06) VALUE 0.
01 TauxDateLue     PIC X(10) VALUE SPACES.
01 TauxDeviseLue   PIC X(03) VALUE SPACES.
01 TauxTexteLu     PIC X(12) VALUE SPACES.
01 TauxCourant     PIC 9(03)V9(06) VALUE 0.
01 TauxExisteSw    PIC X VALUE 'N'.
    88 TauxExiste VALUE 'O'.
01 NbSansTaux      PIC 9(07) VALUE 0.

*> transaction en cours d'examen, d'ou qu'elle vienne (fichier
*> maitre ou archive), comme dans TxnInquiry
01 ExamTranID      PIC X(06) VALUE SPACES.
01 ExamDate        PIC X(10) VALUE SPACES.
01 ExamDesc        PIC X(30) VALUE SPACES.
01 ExamCategorie   PIC X(04) VALUE SPACES.
01 ExamDevise      PIC X(03) VALUE SPACES.
01 ExamCentre      PIC X(04) VALUE SPACES.
01 ExamMontant     PIC S9(5)V99 VALUE 0.
01 ExamMontantBase PIC S9(7)V99 VALUE 0.
01 ArcMontantTxte  PIC X(12) VALUE SPACES.
01 CentreCoutDefaut PIC X(04) VALUE 'SIEG'.

*> suivi par centre de cout et categorie : realise et budget du mois
*> et cumules depuis le debut de l'exercice
01 NbLignesSuivi   PIC 9(03) VALUE 0.
01 TableSuivi.
    05 SuiviEntry OCCURS 500 TIMES INDEXED BY SuiIdx.
        10 SuiCentre       PIC X(04) VALUE SPACES.
        10 SuiCategorie    PIC X(04) VALUE SPACES.
        10 SuiReelMois     PIC S9(9)V99 VALUE 0.
        10 SuiBudgetMois   PIC S9(9)V99 VALUE 0.
        10 SuiReelCumul    PIC S9(9)V99 VALUE 0.
        10 SuiBudgetCumul  PIC S9(9)V99 VALUE 0.
01 TableSuiviPleineSw PIC X VALUE 'N'.
    88 TableSuiviPleine VALUE 'O'.
*> la ligne en cours n'a pas trouve de place : elle seule est ignoree,
*> les lignes deja inscrites continuent de cumuler
01 LigneNonInscriteSw PIC X VALUE 'N'.
    88 LigneNonInscrite VALUE 'O'.

*> centres de cout rencontres, dans l'ordre d'apparition, avec leur
*> sous-total
01 NbCentresSuivis PIC 9(03) VALUE 0.
01 TableCentresSuivis.
    05 CentreSuiviEntry OCCURS 100 TIMES INDEXED BY CsuIdx.
        10 CsuCode         PIC X(04) VALUE SPACES.
        10 CsuReelMois     PIC S9(9)V99 VALUE 0.
        10 CsuBudgetMois   PIC S9(9)V99 VALUE 0.
        10 CsuReelCumul    PIC S9(9)V99 VALUE 0.
        10 CsuBudgetCumul  PIC S9(9)V99 VALUE 0.

*> cle de la ligne a cumuler et montant, pour 2900
01 CumulCentre     PIC X(04) VALUE SPACES.
01 CumulCategorie  PIC X(04) VALUE SPACES.
01 CumulPeriode    PIC X(07) VALUE SPACES.
01 CumulMontant    PIC S9(9)V99 VALUE 0.
01 CumulEstBudgetSw PIC X VALUE 'N'.
    88 CumulEstBudget VALUE 'O'.

*> totaux generaux
01 TotReelMois     PIC S9(9)V99 VALUE 0.
01 TotBudgetMois   PIC S9(9)V99 VALUE 0.
01 TotReelCumul    PIC S9(9)V99 VALUE 0.
01 TotBudgetCumul  PIC S9(9)V99 VALUE 0.

*> ligne imprimee : valeurs de la ligne en cours
01 ImpReelMois     PIC S9(9)V99 VALUE 0.
01 ImpBudgetMois   PIC S9(9)V99 VALUE 0.
01 ImpReelCumul    PIC S9(9)V99 VALUE 0.
01 ImpBudgetCumul  PIC S9(9)V99 VALUE 0.
01 ImpReste        PIC S9(9)V99 VALUE 0.
01 ImpLibelle      PIC X(08) VALUE SPACES.
01 PctConsomme     PIC S9(5)V9 VALUE 0.
01 MarqueLigne     PIC X(16) VALUE SPACES.
01 NbDepassements  PIC 9(05) VALUE 0.

01 NbTransactions  PIC 9(07) VALUE 0.
01 NbBudgetsLus    PIC 9(07) VALUE 0.
01 NbAffiche       PIC ZZZZZZ9.
01 MontantAffiche1 PIC Z(8)9.99-.
01 MontantAffiche2 PIC Z(8)9.99-.
01 MontantAffiche3 PIC Z(8)9.99-.
01 MontantAffiche4 PIC Z(8)9.99-.
01 MontantAffiche5 PIC Z(8)9.99-.
01 PourcentAffiche PIC ZZZZ9.9-.

*> journal permanent des executions, comme dans SimpleAudit
01 DateDuJour          PIC 9(08).
01 HeureDuJour         PIC 9(08).
01 UtilisateurRun      PIC X(12) VALUE SPACES.
01 IndicateurAnomalie  PIC X VALUE 'N'.
    88 DesAnomaliesDetectees VALUE 'O'.
01 CodeRetourRun       PIC X(04) VALUE 'OK'.
01 NbDepassementsAffiche PIC ZZZZZZ9.

PROCEDURE DIVISION.
    OPEN OUTPUT BudReportFile

    PERFORM 1000-LIRE-PARAMETRES
    IF NOT ParametresValides
        SET DesAnomaliesDetectees TO TRUE
        MOVE "CARTE PARAMETRE ABSENTE OU INVALIDE (AAAA-MM)"
            TO BudReportLine
        WRITE BudReportLine
    ELSE
        PERFORM 1200-CHARGER-TAUX-CHANGE
        PERFORM 2000-CHARGER-BUDGETS
        PERFORM 2200-BALAYER-ARCHIVES
        PERFORM 2500-BALAYER-FICHIER-MAITRE
        PERFORM 3000-IMPRIMER-SUIVI
    END-IF

    CLOSE BudReportFile

    PERFORM 3950-ECRIRE-JOURNAL-EXECUTION

    STOP RUN.

*> ----------------------------------------------------------------
*> 1000-LIRE-PARAMETRES : lit la periode suivie (AAAA-MM).
*> ----------------------------------------------------------------
1000-LIRE-PARAMETRES.
    OPEN INPUT BudParamFile
    IF BudParamTrouve
        READ BudParamFile
            NOT AT END
                MOVE BudParamLine(1:7) TO PeriodeSuivie
        END-READ
    END-IF
    CLOSE BudParamFile

    IF PeriodeSuivie(1:4) IS NUMERIC
       AND PeriodeSuivie(5:1) = '-'
       AND PeriodeSuivie(6:2) IS NUMERIC
       AND PeriodeSuivie(6:2) NOT < '01'
       AND PeriodeSuivie(6:2) NOT > '12'
        MOVE PeriodeSuivie(1:4) TO ExerciceSuivi
        SET ParametresValides TO TRUE
    END-IF.

*> ----------------------------------------------------------------
*> 1200-CHARGER-TAUX-CHANGE : charge en table les taux de change
*> vers la devise de base, comme le fait MonthClose.
*> ----------------------------------------------------------------
1200-CHARGER-TAUX-CHANGE.
    OPEN INPUT TauxFile
    IF TauxFileTrouve
        PERFORM 1250-LIRE-UN-TAUX UNTIL EOFTaux = 'Y'
    END-IF
    CLOSE TauxFile.

1250-LIRE-UN-TAUX.
    READ TauxFile
        AT END
            MOVE 'Y' TO EOFTaux
        NOT AT END
            MOVE SPACES TO TauxDateLue TauxDeviseLue TauxTexteLu
            UNSTRING TauxLigne DELIMITED BY SPACE
                INTO TauxDateLue, TauxDeviseLue, TauxTexteLu
            END-UNSTRING
            IF FUNCTION TEST-NUMVAL(TauxTexteLu) = 0
               AND NbTaux < 600
                ADD 1 TO NbTaux
                SET TauxIdx TO NbTaux
                MOVE TauxDateLue TO TauxDate (TauxIdx)
                MOVE TauxDeviseLue TO TauxDevise (TauxIdx)
                MOVE TauxTexteLu TO TauxValeur (TauxIdx)
            END-IF
    END-READ.

*> ----------------------------------------------------------------
*> 2000-CHARGER-BUDGETS : relit le fichier maitre des budgets dans
*> l'ordre des cles, du premier mois de l'exercice a la periode
*> suivie ; un fichier absent est signale et le suivi sort sans
*> budget (tout le realise apparait alors HORS BUDGET).
*> ----------------------------------------------------------------
2000-CHARGER-BUDGETS.
    OPEN INPUT BudgetMasterFile
    IF NOT BudgetOK
        SET DesAnomaliesDetectees TO TRUE
        MOVE SPACES TO BudReportLine
        STRING "FICHIER DES BUDGETS ABSENT OU INDISPONIBLE (STATUT "
               DELIMITED BY SIZE
               BudgetStatus DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO BudReportLine
        WRITE BudReportLine
        MOVE 'Y' TO EOFBudget
    ELSE
        MOVE LOW-VALUES TO BudCle
        STRING ExerciceSuivi DELIMITED BY SIZE
               "-01" DELIMITED BY SIZE
               INTO BudPeriode
        START BudgetMasterFile KEY IS NOT LESS THAN BudCle
            INVALID KEY
                MOVE 'Y' TO EOFBudget
        END-START
        IF NOT BudgetOK
            MOVE 'Y' TO EOFBudget
        END-IF
    END-IF

    PERFORM 2100-LIRE-UN-BUDGET UNTIL EOFBudget = 'Y'

    CLOSE BudgetMasterFile.

2100-LIRE-UN-BUDGET.
    READ BudgetMasterFile NEXT RECORD
        AT END
            MOVE 'Y' TO EOFBudget
        NOT AT END
            IF BudPeriode(1:4) NOT = ExerciceSuivi
               OR BudPeriode > PeriodeSuivie
                MOVE 'Y' TO EOFBudget
            ELSE
                ADD 1 TO NbBudgetsLus
                MOVE BudCentreCout TO CumulCentre
                MOVE BudCategorie TO CumulCategorie
                MOVE BudPeriode TO CumulPeriode
                MOVE BudMontant TO CumulMontant
                SET CumulEstBudget TO TRUE
                PERFORM 2900-CUMULER-UNE-LIGNE
            END-IF
    END-READ.

*> ----------------------------------------------------------------
*> 2200-BALAYER-ARCHIVES : realise des periodes closes de
*> l'exercice jusqu'a la periode suivie, une archive par ligne de
*> periodes_closes.txt ; ces periodes ne sont plus au fichier
*> maitre, il n'y a donc pas de double compte.
*> ----------------------------------------------------------------
2200-BALAYER-ARCHIVES.
    OPEN INPUT PeriodesFile
    IF PeriodesFileTrouve
        PERFORM 2250-EXAMINER-UNE-PERIODE UNTIL EOFPeriodes = 'Y'
    END-IF
    CLOSE PeriodesFile.

2250-EXAMINER-UNE-PERIODE.
    READ PeriodesFile
        AT END
            MOVE 'Y' TO EOFPeriodes
        NOT AT END
            IF PeriodeLigne(1:4) = ExerciceSuivi
               AND PeriodeLigne NOT > PeriodeSuivie
                MOVE PeriodeLigne TO PeriodeEnCours
                PERFORM 2300-BALAYER-UNE-ARCHIVE
            END-IF
    END-READ.

2300-BALAYER-UNE-ARCHIVE.
    MOVE 'N' TO EOFArchive
    MOVE SPACES TO NomArchive
    STRING "archive_txn_" DELIMITED BY SIZE
           PeriodeEnCours DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO NomArchive

    OPEN INPUT ArchiveFile
    IF ArchiveTrouvee
        PERFORM 2350-LIRE-UNE-ARCHIVEE UNTIL EOFArchive = 'Y'
    ELSE
        SET DesAnomaliesDetectees TO TRUE
        MOVE SPACES TO BudReportLine
        STRING "ARCHIVE ABSENTE POUR LA PERIODE CLOSE "
               DELIMITED BY SIZE
               PeriodeEnCours DELIMITED BY SIZE
               " : REALISE INCOMPLET" DELIMITED BY SIZE
               INTO BudReportLine
        WRITE BudReportLine
    END-IF
    CLOSE ArchiveFile.

2350-LIRE-UNE-ARCHIVEE.
    READ ArchiveFile
        AT END
            MOVE 'Y' TO EOFArchive
        NOT AT END
            MOVE SPACES TO ExamTranID ExamDate ExamDesc
                           ExamCategorie ArcMontantTxte ExamDevise
                           ExamCentre
            UNSTRING ArchiveLigne DELIMITED BY SPACE
                INTO ExamTranID, ExamDate, ExamDesc, ExamCategorie,
                     ArcMontantTxte, ExamDevise, ExamCentre
            END-UNSTRING
            IF FUNCTION TEST-NUMVAL(ArcMontantTxte) = 0
                MOVE FUNCTION NUMVAL(ArcMontantTxte) TO ExamMontant
                IF ExamCentre = SPACES
                    MOVE CentreCoutDefaut TO ExamCentre
                END-IF
                PERFORM 2700-CUMULER-UNE-TRANSACTION
            END-IF
    END-READ.

*> ----------------------------------------------------------------
*> 2500-BALAYER-FICHIER-MAITRE : realise des periodes encore
*> ouvertes de l'exercice, jusqu'a la periode suivie.
*> ----------------------------------------------------------------
2500-BALAYER-FICHIER-MAITRE.
    OPEN INPUT TranMasterFile
    IF MasterFichierAbsent
        MOVE 'Y' TO EOFMaitre
    ELSE
*> un maitre illisible rendrait un suivi faussement sous-consomme :
*> on arrete plutot que d'imprimer des pourcentages faux.
        IF NOT MasterOK
            PERFORM 2950-ABANDONNER-MAITRE-INDISPONIBLE
        END-IF
        MOVE LOW-VALUES TO TranID
        START TranMasterFile KEY IS NOT LESS THAN TranID
            INVALID KEY
                MOVE 'Y' TO EOFMaitre
        END-START
        IF NOT MasterOK
            MOVE 'Y' TO EOFMaitre
        END-IF
    END-IF

    PERFORM 2550-EXAMINER-UN-MAITRE UNTIL EOFMaitre = 'Y'

    CLOSE TranMasterFile.

2550-EXAMINER-UN-MAITRE.
    READ TranMasterFile NEXT RECORD
        AT END
            MOVE 'Y' TO EOFMaitre
        NOT AT END
            IF TranDate(1:4) = ExerciceSuivi
               AND TranDate(1:7) NOT > PeriodeSuivie
                MOVE TranID TO ExamTranID
                MOVE TranDate TO ExamDate
                MOVE TranDesc TO ExamDesc
                MOVE TranCategorie TO ExamCategorie
                MOVE TranMontant TO ExamMontant
                MOVE TranDevise TO ExamDevise
                MOVE TranCentreCout TO ExamCentre
                IF ExamCentre = SPACES
                    MOVE CentreCoutDefaut TO ExamCentre
                END-IF
                PERFORM 2700-CUMULER-UNE-TRANSACTION
            END-IF
    END-READ.

*> ----------------------------------------------------------------
*> 2700-CUMULER-UNE-TRANSACTION : convertit en devise de base et
*> cumule au realise du centre et de la categorie.
*> ----------------------------------------------------------------
2700-CUMULER-UNE-TRANSACTION.
    ADD 1 TO NbTransactions
    PERFORM 2800-CONVERTIR-EN-BASE
    MOVE ExamCentre TO CumulCentre
    MOVE ExamCategorie TO CumulCategorie
    MOVE ExamDate(1:7) TO CumulPeriode
    MOVE ExamMontantBase TO CumulMontant
    MOVE 'N' TO CumulEstBudgetSw
    PERFORM 2900-CUMULER-UNE-LIGNE.

*> ----------------------------------------------------------------
*> 2800-CONVERTIR-EN-BASE : convertit ExamMontant en devise de base
*> au taux de ExamDate, comme le fait MonthClose ; sans taux, le
*> montant d'origine est cumule tel quel et le rapport l'annonce.
*> ----------------------------------------------------------------
2800-CONVERTIR-EN-BASE.
    MOVE 'N' TO TauxExisteSw
    IF ExamDevise = DeviseBase OR ExamDevise = SPACES
        SET TauxExiste TO TRUE
        MOVE 1 TO TauxCourant
    ELSE
        SET TauxIdx TO 1
        SEARCH TauxEntry
            AT END
                CONTINUE
            WHEN TauxDate (TauxIdx) = ExamDate
             AND TauxDevise (TauxIdx) = ExamDevise
                SET TauxExiste TO TRUE
                MOVE TauxValeur (TauxIdx) TO TauxCourant
        END-SEARCH
    END-IF

    IF TauxExiste
        COMPUTE ExamMontantBase ROUNDED = ExamMontant * TauxCourant
    ELSE
        ADD 1 TO NbSansTaux
        MOVE ExamMontant TO ExamMontantBase
    END-IF.

*> ----------------------------------------------------------------
*> 2900-CUMULER-UNE-LIGNE : range CumulMontant (budget ou realise)
*> sur la ligne centre + categorie, au mois si CumulPeriode est la
*> periode suivie, et toujours au cumul de l'exercice.
*> ----------------------------------------------------------------
2900-CUMULER-UNE-LIGNE.
    MOVE 'N' TO LigneNonInscriteSw
    SET SuiIdx TO 1
    SEARCH SuiviEntry
        AT END
            IF NbLignesSuivi < 500
                PERFORM 2920-INSCRIRE-CENTRE
            ELSE
                SET TableSuiviPleine TO TRUE
                SET LigneNonInscrite TO TRUE
            END-IF
            IF NOT LigneNonInscrite
                ADD 1 TO NbLignesSuivi
                SET SuiIdx TO NbLignesSuivi
                MOVE CumulCentre TO SuiCentre (SuiIdx)
                MOVE CumulCategorie TO SuiCategorie (SuiIdx)
            END-IF
        WHEN SuiCentre (SuiIdx) = CumulCentre
         AND SuiCategorie (SuiIdx) = CumulCategorie
            CONTINUE
    END-SEARCH

    IF NOT LigneNonInscrite
        IF CumulEstBudget
            ADD CumulMontant TO SuiBudgetCumul (SuiIdx)
            IF CumulPeriode = PeriodeSuivie
                ADD CumulMontant TO SuiBudgetMois (SuiIdx)
            END-IF
        ELSE
            ADD CumulMontant TO SuiReelCumul (SuiIdx)
            IF CumulPeriode = PeriodeSuivie
                ADD CumulMontant TO SuiReelMois (SuiIdx)
            END-IF
        END-IF
    END-IF.

2920-INSCRIRE-CENTRE.
    SET CsuIdx TO 1
    SEARCH CentreSuiviEntry
        AT END
            IF NbCentresSuivis < 100
                ADD 1 TO NbCentresSuivis
                SET CsuIdx TO NbCentresSuivis
                MOVE CumulCentre TO CsuCode (CsuIdx)
            ELSE
                SET TableSuiviPleine TO TRUE
                SET LigneNonInscrite TO TRUE
            END-IF
        WHEN CsuCode (CsuIdx) = CumulCentre
            CONTINUE
    END-SEARCH.

*> ----------------------------------------------------------------
*> 2950-ABANDONNER-MAITRE-INDISPONIBLE : message operateur, trace au
*> rapport et au journal, puis arret.
*> ----------------------------------------------------------------
2950-ABANDONNER-MAITRE-INDISPONIBLE.
    SET DesAnomaliesDetectees TO TRUE
    DISPLAY "BUDGETREPORT : FICHIER MAITRE INDISPONIBLE, STATUT "
            MasterStatus " - RUN ABANDONNE"
    MOVE SPACES TO BudReportLine
    STRING "FICHIER MAITRE INDISPONIBLE (STATUT " DELIMITED BY SIZE
           MasterStatus DELIMITED BY SIZE
           ") : RUN ABANDONNE" DELIMITED BY SIZE
           INTO BudReportLine
    WRITE BudReportLine
    CLOSE BudReportFile
    PERFORM 3950-ECRIRE-JOURNAL-EXECUTION
    STOP RUN.

*> ----------------------------------------------------------------
*> 3000-IMPRIMER-SUIVI : un bloc par centre de cout, une ligne par
*> categorie, un sous-total par centre, puis le total general.
*> ----------------------------------------------------------------
3000-IMPRIMER-SUIVI.
    MOVE SPACES TO BudReportLine
    STRING "SUIVI BUDGET / REALISE PERIODE " DELIMITED BY SIZE
           PeriodeSuivie DELIMITED BY SIZE
           " (CUMUL DEPUIS " DELIMITED BY SIZE
           ExerciceSuivi DELIMITED BY SIZE
           "-01, DEVISE DE BASE)" DELIMITED BY SIZE
           INTO BudReportLine
    WRITE BudReportLine
    MOVE "CAT   MOIS REEL / BUDGET            CUMUL REEL / BUDGET           RESTE         CONSOMME"
        TO BudReportLine
    WRITE BudReportLine

    PERFORM 3100-IMPRIMER-UN-CENTRE
        VARYING CsuIdx FROM 1 BY 1 UNTIL CsuIdx > NbCentresSuivis

    MOVE "=============================" TO BudReportLine
    WRITE BudReportLine
    MOVE "TOTAL" TO ImpLibelle
    MOVE TotReelMois TO ImpReelMois
    MOVE TotBudgetMois TO ImpBudgetMois
    MOVE TotReelCumul TO ImpReelCumul
    MOVE TotBudgetCumul TO ImpBudgetCumul
    PERFORM 3300-IMPRIMER-LIGNE-MONTANTS

    MOVE "-----------------------------" TO BudReportLine
    WRITE BudReportLine

    MOVE NbTransactions TO NbAffiche
    MOVE SPACES TO BudReportLine
    STRING "TRANSACTIONS RETENUES : " DELIMITED BY SIZE
           NbAffiche DELIMITED BY SIZE
           INTO BudReportLine
    WRITE BudReportLine

    MOVE NbBudgetsLus TO NbAffiche
    MOVE SPACES TO BudReportLine
    STRING "LIGNES DE BUDGET RETENUES : " DELIMITED BY SIZE
           NbAffiche DELIMITED BY SIZE
           INTO BudReportLine
    WRITE BudReportLine

    MOVE NbDepassements TO NbAffiche
    MOVE SPACES TO BudReportLine
    STRING "LIGNES EN DEPASSEMENT : " DELIMITED BY SIZE
           NbAffiche DELIMITED BY SIZE
           INTO BudReportLine
    WRITE BudReportLine

    IF NbSansTaux > 0
        SET DesAnomaliesDetectees TO TRUE
        MOVE NbSansTaux TO NbAffiche
        MOVE SPACES TO BudReportLine
        STRING "SANS TAUX DE CHANGE (MONTANT D'ORIGINE CUMULE) : "
               DELIMITED BY SIZE
               NbAffiche DELIMITED BY SIZE
               INTO BudReportLine
        WRITE BudReportLine
    END-IF

    IF TableSuiviPleine
        SET DesAnomaliesDetectees TO TRUE
        MOVE "PLUS DE 500 LIGNES CENTRE/CATEGORIE OU 100 CENTRES : SURPLUS IGNORE"
            TO BudReportLine
        WRITE BudReportLine
    END-IF.

3100-IMPRIMER-UN-CENTRE.
    MOVE "-----------------------------" TO BudReportLine
    WRITE BudReportLine
    MOVE SPACES TO BudReportLine
    STRING "CENTRE DE COUT " DELIMITED BY SIZE
           CsuCode (CsuIdx) DELIMITED BY SIZE
           INTO BudReportLine
    WRITE BudReportLine

    PERFORM 3200-IMPRIMER-UNE-CATEGORIE
        VARYING SuiIdx FROM 1 BY 1 UNTIL SuiIdx > NbLignesSuivi

    MOVE "S/TOTAL" TO ImpLibelle
    MOVE CsuReelMois (CsuIdx) TO ImpReelMois
    MOVE CsuBudgetMois (CsuIdx) TO ImpBudgetMois
    MOVE CsuReelCumul (CsuIdx) TO ImpReelCumul
    MOVE CsuBudgetCumul (CsuIdx) TO ImpBudgetCumul
    PERFORM 3300-IMPRIMER-LIGNE-MONTANTS

    ADD CsuReelMois (CsuIdx) TO TotReelMois
    ADD CsuBudgetMois (CsuIdx) TO TotBudgetMois
    ADD CsuReelCumul (CsuIdx) TO TotReelCumul
    ADD CsuBudgetCumul (CsuIdx) TO TotBudgetCumul.

*> ----------------------------------------------------------------
*> 3200-IMPRIMER-UNE-CATEGORIE : imprime la ligne si elle appartient
*> au centre en cours, avec le marquage de depassement.
*> ----------------------------------------------------------------
3200-IMPRIMER-UNE-CATEGORIE.
    IF SuiCentre (SuiIdx) = CsuCode (CsuIdx)
        ADD SuiReelMois (SuiIdx) TO CsuReelMois (CsuIdx)
        ADD SuiBudgetMois (SuiIdx) TO CsuBudgetMois (CsuIdx)
        ADD SuiReelCumul (SuiIdx) TO CsuReelCumul (CsuIdx)
        ADD SuiBudgetCumul (SuiIdx) TO CsuBudgetCumul (CsuIdx)

        MOVE SuiCategorie (SuiIdx) TO ImpLibelle
        MOVE SuiReelMois (SuiIdx) TO ImpReelMois
        MOVE SuiBudgetMois (SuiIdx) TO ImpBudgetMois
        MOVE SuiReelCumul (SuiIdx) TO ImpReelCumul
        MOVE SuiBudgetCumul (SuiIdx) TO ImpBudgetCumul
        PERFORM 3300-IMPRIMER-LIGNE-MONTANTS
    END-IF.

*> ----------------------------------------------------------------
*> 3300-IMPRIMER-LIGNE-MONTANTS : reste, pourcentage consomme du
*> budget cumule (borne a +/-99999.9 comme dans VarianceReport) et
*> marquage : *** si le realise du mois ou le cumul depasse son
*> budget, HORS BUDGET *** si du realise n'a aucun budget en face.
*> ----------------------------------------------------------------
3300-IMPRIMER-LIGNE-MONTANTS.
    COMPUTE ImpReste = ImpBudgetCumul - ImpReelCumul
    MOVE SPACES TO MarqueLigne
    MOVE 0 TO PctConsomme

    IF ImpBudgetCumul = 0
        IF ImpReelCumul NOT = 0
            MOVE " HORS BUDGET ***" TO MarqueLigne
        END-IF
    ELSE
        COMPUTE PctConsomme ROUNDED
            = ImpReelCumul * 100 / ImpBudgetCumul
            ON SIZE ERROR
                MOVE 99999.9 TO PctConsomme
        END-COMPUTE
        IF ImpReelCumul > ImpBudgetCumul
           OR ImpReelMois > ImpBudgetMois
            MOVE " ***" TO MarqueLigne
        END-IF
    END-IF

    IF MarqueLigne NOT = SPACES
       AND ImpLibelle NOT = "S/TOTAL" AND ImpLibelle NOT = "TOTAL"
        ADD 1 TO NbDepassements
        SET DesAnomaliesDetectees TO TRUE
    END-IF

    MOVE ImpReelMois TO MontantAffiche1
    MOVE ImpBudgetMois TO MontantAffiche2
    MOVE ImpReelCumul TO MontantAffiche3
    MOVE ImpBudgetCumul TO MontantAffiche4
    MOVE ImpReste TO MontantAffiche5
    MOVE PctConsomme TO PourcentAffiche
    MOVE SPACES TO BudReportLine
    STRING ImpLibelle DELIMITED BY SIZE
           MontantAffiche1 DELIMITED BY SIZE
           " /" DELIMITED BY SIZE
           MontantAffiche2 DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           MontantAffiche3 DELIMITED BY SIZE
           " /" DELIMITED BY SIZE
           MontantAffiche4 DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           MontantAffiche5 DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           PourcentAffiche DELIMITED BY SIZE
           " PCT" DELIMITED BY SIZE
           MarqueLigne DELIMITED BY SIZE
           INTO BudReportLine
    WRITE BudReportLine.

*> ----------------------------------------------------------------
*> 3950-ECRIRE-JOURNAL-EXECUTION : ajoute une ligne au journal
*> permanent des executions, comme le fait SimpleAudit.
*> ----------------------------------------------------------------
3950-ECRIRE-JOURNAL-EXECUTION.
    ACCEPT DateDuJour FROM DATE YYYYMMDD
    ACCEPT HeureDuJour FROM TIME
    ACCEPT UtilisateurRun FROM ENVIRONMENT "USER"
    IF UtilisateurRun = SPACES
        MOVE "INCONNU" TO UtilisateurRun
    END-IF

    MOVE NbDepassements TO NbDepassementsAffiche
    IF DesAnomaliesDetectees
        MOVE "ERR " TO CodeRetourRun
    ELSE
        MOVE "OK" TO CodeRetourRun
    END-IF

    OPEN EXTEND AuditLogFile
    MOVE SPACES TO AuditLogLine
    STRING DateDuJour DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           HeureDuJour DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           UtilisateurRun DELIMITED BY SIZE
           " PERIODE=" DELIMITED BY SIZE
           PeriodeSuivie DELIMITED BY SIZE
           " DEPASSEMENTS=" DELIMITED BY SIZE
           NbDepassementsAffiche DELIMITED BY SIZE
           " STATUT=" DELIMITED BY SIZE
           CodeRetourRun DELIMITED BY SIZE
           INTO AuditLogLine
    WRITE AuditLogLine
    CLOSE AuditLogFile.
