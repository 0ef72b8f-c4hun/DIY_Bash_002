IDENTIFICATION DIVISION.
PROGRAM-ID. BudgetLoad.

*> ------------------------------------------------------------------
*> Chargement annuel du fichier maitre des budgets
*> (budget_master.dat, indexe par periode + categorie + centre de
*> cout, voir budmas.cpy) a partir du fichier remis chaque annee par
*> le controle de gestion, budget_annuel.txt. Une ligne par periode,
*> categorie et centre de cout (champs separes par des espaces,
*> montant en devise de base) :
*>   AAAA-MM CATEGORIE CENTRE MONTANT
*>
*> L'exercice charge est celui de la premiere ligne du fichier ; les
*> budgets deja au fichier maitre pour cet exercice sont d'abord
*> retires, pour qu'un rechargement apres correction remplace le
*> budget de l'annee au lieu de s'y ajouter. Chaque ligne est
*> controlee (periode de l'exercice, categorie et centre connus et
*> actifs aux referentiels, montant numerique) ; une ligne refusee
*> ou en double est tracee dans budget_load_report.txt avec son
*> motif. Les autres exercices du fichier maitre ne sont pas touches.
*> ------------------------------------------------------------------

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL BudgetInFile ASSIGN TO 'budget_annuel.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BudgetInStatus.
    SELECT BudgetMasterFile ASSIGN TO 'budget_master.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BudCle
        FILE STATUS IS BudgetStatus.
    SELECT BudgetReportFile ASSIGN TO 'budget_load_report.txt'
        ORGANIZATION IS LINE SEQUENTIAL.
*> referentiels tenus par la comptabilite, comme dans TxnMaint ;
*> OPTIONAL : absent, le controle correspondant est desactive avec
*> un avertissement.
    SELECT OPTIONAL CatRefFile ASSIGN TO 'categories_ref.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CatRefStatus.
    SELECT OPTIONAL CcRefFile ASSIGN TO 'centres_cout_ref.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CcRefStatus.
    SELECT OPTIONAL AuditLogFile ASSIGN TO 'audit_run_log.txt'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD BudgetInFile.
01 BudgetInLine    PIC X(80).

FD BudgetMasterFile.
COPY "budmas.cpy".

FD BudgetReportFile.
01 BudgetReportLine PIC X(100).

FD CatRefFile.
COPY "catref.cpy".

FD CcRefFile.
COPY "ccref.cpy".

FD AuditLogFile.
01 AuditLogLine    PIC X(132).

WORKING-STORAGE SECTION.
01 BudgetInStatus  PIC XX VALUE SPACES.
    88 BudgetInTrouve VALUE '00'.
01 BudgetStatus    PIC XX VALUE SPACES.
    88 BudgetOK            VALUE '00'.
    88 BudgetFichierAbsent VALUE '35'.

01 EOFBudgetIn     PIC X VALUE 'N'.
01 EOFBudget       PIC X VALUE 'N'.

*> exercice charge : celui de la premiere ligne du fichier remis
01 ExerciceCharge  PIC X(04) VALUE SPACES.

*> decoupage d'une ligne de budget, avec comptage des caracteres
*> affectes et position atteinte, comme dans TxnMaint
01 LigPeriode      PIC X(07) VALUE SPACES.
01 LigCategorie    PIC X(04) VALUE SPACES.
01 LigCentreCout   PIC X(04) VALUE SPACES.
01 LigMontantTxte  PIC X(12) VALUE SPACES.
01 LigMontant      PIC S9(7)V99 VALUE 0.
01 PositionLigne   PIC 9(03) VALUE 1.
01 NbCarPeriode    PIC 9(02) VALUE 0.
01 NbCarCategorie  PIC 9(02) VALUE 0.
01 NbCarCentre     PIC 9(02) VALUE 0.
01 NbCarMontant    PIC 9(02) VALUE 0.
01 ResultatLigne   PIC X(30) VALUE SPACES.

*> referentiel des codes categorie/compte, comme dans TxnMaint
01 CatRefStatus    PIC XX VALUE SPACES.
    88 CatRefFileTrouve  VALUE '00'.
01 ReferentielSw   PIC X VALUE 'N'.
    88 ReferentielCharge VALUE 'O'.
01 EOFCatRef       PIC X VALUE 'N'.
01 NbCategoriesRef PIC 9(03) VALUE 0.
01 TableCategoriesRef.
    05 CatRefEntry OCCURS 100 TIMES INDEXED BY RefIdx.
        10 RefCode     PIC X(04) VALUE SPACES.
        10 RefFlag     PIC X(01) VALUE SPACES.
01 CategorieCherchee PIC X(04) VALUE SPACES.
01 EtatCategorie   PIC X VALUE SPACES.
    88 CategorieTrouveeActive   VALUE 'A'.
    88 CategorieTrouveeInactive VALUE 'I'.
    88 CategorieInconnue        VALUE '?'.

*> referentiel des codes centre de cout, comme dans TxnMaint
01 CcRefStatus     PIC XX VALUE SPACES.
    88 CcRefFileTrouve VALUE '00'.
01 RefCentresSw    PIC X VALUE 'N'.
    88 RefCentresCharge VALUE 'O'.
01 EOFCcRef        PIC X VALUE 'N'.
01 NbCentresRef    PIC 9(03) VALUE 0.
01 TableCentresRef.
    05 CcRefEntry OCCURS 100 TIMES INDEXED BY CcrIdx.
        10 CcrCode     PIC X(04) VALUE SPACES.
        10 CcrFlag     PIC X(01) VALUE SPACES.
01 CentreCherche   PIC X(04) VALUE SPACES.
01 EtatCentre      PIC X VALUE SPACES.
    88 CentreTrouveActif   VALUE 'A'.
    88 CentreTrouveInactif VALUE 'I'.
    88 CentreInconnu       VALUE '?'.

*> comptes du chargement
01 NbLignesLues    PIC 9(07) VALUE 0.
01 NbBudgetsCharges PIC 9(07) VALUE 0.
01 NbLignesRejetees PIC 9(07) VALUE 0.
01 NbAnciensRetires PIC 9(07) VALUE 0.
01 TotalCharge     PIC S9(9)V99 VALUE 0.
01 NbAffiche       PIC ZZZZZZ9.
01 MontantAffiche  PIC Z(8)9.99-.

*> journal permanent des executions, comme dans SimpleAudit
01 DateDuJour          PIC 9(08).
01 HeureDuJour         PIC 9(08).
01 UtilisateurRun      PIC X(12) VALUE SPACES.
01 IndicateurAnomalie  PIC X VALUE 'N'.
    88 DesAnomaliesDetectees VALUE 'O'.
01 CodeRetourRun       PIC X(04) VALUE 'OK'.
01 NbChargesAffiche    PIC ZZZZZZ9.
01 NbRejeteesAffiche   PIC ZZZZZZ9.

PROCEDURE DIVISION.
    OPEN OUTPUT BudgetReportFile

    PERFORM 900-CHARGER-REFERENTIEL-CATEGORIES
    PERFORM 925-CHARGER-REFERENTIEL-CENTRES

    PERFORM 1000-DETERMINER-EXERCICE
    IF ExerciceCharge = SPACES
        SET DesAnomaliesDetectees TO TRUE
        MOVE "FICHIER BUDGET ABSENT, VIDE OU SANS PERIODE AAAA-MM EN TETE"
            TO BudgetReportLine
        WRITE BudgetReportLine
    ELSE
        PERFORM 1100-OUVRIR-FICHIER-BUDGET
        PERFORM 2000-RETIRER-EXERCICE
        PERFORM 3000-CHARGER-BUDGETS
        CLOSE BudgetMasterFile
        PERFORM 4000-IMPRIMER-RECAPITULATIF
    END-IF

    CLOSE BudgetReportFile

    PERFORM 3950-ECRIRE-JOURNAL-EXECUTION

    STOP RUN.

*> ----------------------------------------------------------------
*> 900-CHARGER-REFERENTIEL-CATEGORIES : charge en table le
*> referentiel des codes categorie/compte, comme TxnMaint ; absent,
*> on l'annonce et le controle des categories est passe.
*> ----------------------------------------------------------------
900-CHARGER-REFERENTIEL-CATEGORIES.
    OPEN INPUT CatRefFile
    IF CatRefFileTrouve
        SET ReferentielCharge TO TRUE
        PERFORM 910-LIRE-UNE-CATEGORIE UNTIL EOFCatRef = 'Y'
    END-IF
    CLOSE CatRefFile

    IF NOT ReferentielCharge
        MOVE "REFERENTIEL CATEGORIES ABSENT : CONTROLE DES CODES DESACTIVE"
            TO BudgetReportLine
        WRITE BudgetReportLine
        SET DesAnomaliesDetectees TO TRUE
    END-IF.

910-LIRE-UNE-CATEGORIE.
    READ CatRefFile
        AT END
            MOVE 'Y' TO EOFCatRef
        NOT AT END
            IF NbCategoriesRef < 100
                ADD 1 TO NbCategoriesRef
                SET RefIdx TO NbCategoriesRef
                MOVE CatRefCode TO RefCode (RefIdx)
                MOVE CatRefFlag TO RefFlag (RefIdx)
            END-IF
    END-READ.

920-CHERCHER-CATEGORIE.
    SET RefIdx TO 1
    SEARCH CatRefEntry
        AT END
            SET CategorieInconnue TO TRUE
        WHEN RefCode (RefIdx) = CategorieCherchee
            MOVE RefFlag (RefIdx) TO EtatCategorie
    END-SEARCH.

*> ----------------------------------------------------------------
*> 925-CHARGER-REFERENTIEL-CENTRES : idem pour les centres de cout.
*> ----------------------------------------------------------------
925-CHARGER-REFERENTIEL-CENTRES.
    OPEN INPUT CcRefFile
    IF CcRefFileTrouve
        SET RefCentresCharge TO TRUE
        PERFORM 926-LIRE-UN-CENTRE UNTIL EOFCcRef = 'Y'
    END-IF
    CLOSE CcRefFile

    IF NOT RefCentresCharge
        MOVE "REFERENTIEL CENTRES DE COUT ABSENT : CONTROLE DESACTIVE"
            TO BudgetReportLine
        WRITE BudgetReportLine
        SET DesAnomaliesDetectees TO TRUE
    END-IF.

926-LIRE-UN-CENTRE.
    READ CcRefFile
        AT END
            MOVE 'Y' TO EOFCcRef
        NOT AT END
            IF NbCentresRef < 100
                ADD 1 TO NbCentresRef
                SET CcrIdx TO NbCentresRef
                MOVE CcRefCode TO CcrCode (CcrIdx)
                MOVE CcRefFlag TO CcrFlag (CcrIdx)
            END-IF
    END-READ.

927-CHERCHER-CENTRE.
    SET CcrIdx TO 1
    SEARCH CcRefEntry
        AT END
            SET CentreInconnu TO TRUE
        WHEN CcrCode (CcrIdx) = CentreCherche
            MOVE CcrFlag (CcrIdx) TO EtatCentre
    END-SEARCH.

*> ----------------------------------------------------------------
*> 1000-DETERMINER-EXERCICE : l'exercice charge est l'annee de la
*> premiere ligne non blanche du fichier remis ; si elle ne commence
*> pas par une annee numerique, rien n'est charge.
*> ----------------------------------------------------------------
1000-DETERMINER-EXERCICE.
    OPEN INPUT BudgetInFile
    IF BudgetInTrouve
        PERFORM 1050-LIRE-PREMIERE-LIGNE
            UNTIL EOFBudgetIn = 'Y' OR ExerciceCharge NOT = SPACES
    END-IF
    CLOSE BudgetInFile
    MOVE 'N' TO EOFBudgetIn.

1050-LIRE-PREMIERE-LIGNE.
    READ BudgetInFile
        AT END
            MOVE 'Y' TO EOFBudgetIn
        NOT AT END
            IF BudgetInLine NOT = SPACES
                IF BudgetInLine(1:4) IS NUMERIC
                   AND BudgetInLine(5:1) = '-'
                    MOVE BudgetInLine(1:4) TO ExerciceCharge
                ELSE
                    MOVE 'Y' TO EOFBudgetIn
                END-IF
            END-IF
    END-READ.

*> ----------------------------------------------------------------
*> 1100-OUVRIR-FICHIER-BUDGET : ouvre le fichier maitre des budgets
*> en I-O ; le cree au premier chargement, comme TxnMaint pour le
*> fichier maitre des transactions. Tout autre statut arrete le run.
*> ----------------------------------------------------------------
1100-OUVRIR-FICHIER-BUDGET.
    OPEN I-O BudgetMasterFile
    IF BudgetFichierAbsent
        OPEN OUTPUT BudgetMasterFile
        CLOSE BudgetMasterFile
        OPEN I-O BudgetMasterFile
    END-IF
    IF NOT BudgetOK
        SET DesAnomaliesDetectees TO TRUE
        DISPLAY "BUDGETLOAD : FICHIER DES BUDGETS INDISPONIBLE, STATUT "
                BudgetStatus " - RUN ABANDONNE"
        MOVE SPACES TO BudgetReportLine
        STRING "FICHIER DES BUDGETS INDISPONIBLE (STATUT "
               DELIMITED BY SIZE
               BudgetStatus DELIMITED BY SIZE
               ") : RUN ABANDONNE" DELIMITED BY SIZE
               INTO BudgetReportLine
        WRITE BudgetReportLine
        CLOSE BudgetReportFile
        PERFORM 3950-ECRIRE-JOURNAL-EXECUTION
        STOP RUN
    END-IF.

*> ----------------------------------------------------------------
*> 2000-RETIRER-EXERCICE : retire du fichier maitre les budgets deja
*> charges pour l'exercice, dans l'ordre des cles a partir de la
*> premiere periode de l'annee.
*> ----------------------------------------------------------------
2000-RETIRER-EXERCICE.
    MOVE LOW-VALUES TO BudCle
    STRING ExerciceCharge DELIMITED BY SIZE
           "-01" DELIMITED BY SIZE
           INTO BudPeriode
    START BudgetMasterFile KEY IS NOT LESS THAN BudCle
        INVALID KEY
            MOVE 'Y' TO EOFBudget
    END-START
    IF NOT BudgetOK
        MOVE 'Y' TO EOFBudget
    END-IF

    PERFORM 2100-RETIRER-UN-BUDGET UNTIL EOFBudget = 'Y'

    IF NbAnciensRetires > 0
        MOVE NbAnciensRetires TO NbAffiche
        MOVE SPACES TO BudgetReportLine
        STRING "BUDGETS " DELIMITED BY SIZE
               ExerciceCharge DELIMITED BY SIZE
               " DEJA CHARGES, RETIRES AVANT RECHARGEMENT : "
               DELIMITED BY SIZE
               NbAffiche DELIMITED BY SIZE
               INTO BudgetReportLine
        WRITE BudgetReportLine
    END-IF.

2100-RETIRER-UN-BUDGET.
    READ BudgetMasterFile NEXT RECORD
        AT END
            MOVE 'Y' TO EOFBudget
        NOT AT END
            IF BudPeriode(1:4) = ExerciceCharge
                DELETE BudgetMasterFile
                ADD 1 TO NbAnciensRetires
            ELSE
                MOVE 'Y' TO EOFBudget
            END-IF
    END-READ.

*> ----------------------------------------------------------------
*> 3000-CHARGER-BUDGETS : relit le fichier remis et inscrit chaque
*> ligne valide au fichier maitre des budgets.
*> ----------------------------------------------------------------
3000-CHARGER-BUDGETS.
    OPEN INPUT BudgetInFile
    PERFORM 3100-LIRE-UNE-LIGNE UNTIL EOFBudgetIn = 'Y'
    CLOSE BudgetInFile.

3100-LIRE-UNE-LIGNE.
    READ BudgetInFile
        AT END
            MOVE 'Y' TO EOFBudgetIn
        NOT AT END
            IF BudgetInLine NOT = SPACES
                ADD 1 TO NbLignesLues
                PERFORM 3200-TRAITER-UNE-LIGNE
            END-IF
    END-READ.

*> ----------------------------------------------------------------
*> 3200-TRAITER-UNE-LIGNE : decoupe et controle une ligne ; la
*> premiere anomalie trouvee fait le motif du refus.
*> ----------------------------------------------------------------
3200-TRAITER-UNE-LIGNE.
    MOVE SPACES TO LigPeriode LigCategorie LigCentreCout LigMontantTxte
                   ResultatLigne
    MOVE 0 TO NbCarPeriode NbCarCategorie NbCarCentre NbCarMontant
    MOVE 1 TO PositionLigne

    UNSTRING BudgetInLine DELIMITED BY SPACE
        INTO LigPeriode     COUNT IN NbCarPeriode,
             LigCategorie   COUNT IN NbCarCategorie,
             LigCentreCout  COUNT IN NbCarCentre,
             LigMontantTxte COUNT IN NbCarMontant
        WITH POINTER PositionLigne
    END-UNSTRING

    IF NbCarPeriode = 0 OR NbCarCategorie = 0 OR NbCarCentre = 0
       OR NbCarMontant = 0
       OR (PositionLigne NOT > LENGTH OF BudgetInLine
           AND BudgetInLine(PositionLigne:) NOT = SPACES)
       OR FUNCTION TEST-NUMVAL(LigMontantTxte) NOT = 0
       OR LigPeriode(1:4) IS NOT NUMERIC
       OR LigPeriode(5:1) NOT = '-'
       OR LigPeriode(6:2) IS NOT NUMERIC
       OR LigPeriode(6:2) < '01'
       OR LigPeriode(6:2) > '12'
        MOVE "LIGNE MAL FORMEE" TO ResultatLigne
    END-IF

    IF ResultatLigne = SPACES
       AND LigPeriode(1:4) NOT = ExerciceCharge
        MOVE "HORS EXERCICE CHARGE" TO ResultatLigne
    END-IF

    IF ResultatLigne = SPACES AND ReferentielCharge
        MOVE LigCategorie TO CategorieCherchee
        PERFORM 920-CHERCHER-CATEGORIE
        IF CategorieInconnue
            MOVE "CATEGORIE INCONNUE" TO ResultatLigne
        ELSE
            IF CategorieTrouveeInactive
                MOVE "CATEGORIE INACTIVE" TO ResultatLigne
            END-IF
        END-IF
    END-IF

    IF ResultatLigne = SPACES AND RefCentresCharge
        MOVE LigCentreCout TO CentreCherche
        PERFORM 927-CHERCHER-CENTRE
        IF CentreInconnu
            MOVE "CENTRE COUT INCONNU" TO ResultatLigne
        ELSE
            IF CentreTrouveInactif
                MOVE "CENTRE COUT INACTIF" TO ResultatLigne
            END-IF
        END-IF
    END-IF

    IF ResultatLigne = SPACES
        MOVE FUNCTION NUMVAL(LigMontantTxte) TO LigMontant
        MOVE LigPeriode TO BudPeriode
        MOVE LigCategorie TO BudCategorie
        MOVE LigCentreCout TO BudCentreCout
        MOVE LigMontant TO BudMontant
        WRITE BudgetMasterRecord
            INVALID KEY
                MOVE "LIGNE EN DOUBLE DANS LE FICHIER" TO ResultatLigne
            NOT INVALID KEY
                ADD 1 TO NbBudgetsCharges
                ADD LigMontant TO TotalCharge
        END-WRITE
    END-IF

    IF ResultatLigne NOT = SPACES
        ADD 1 TO NbLignesRejetees
        SET DesAnomaliesDetectees TO TRUE
        MOVE SPACES TO BudgetReportLine
        STRING BudgetInLine DELIMITED BY "  "
               " : " DELIMITED BY SIZE
               ResultatLigne DELIMITED BY SIZE
               INTO BudgetReportLine
        WRITE BudgetReportLine
    END-IF.

*> ----------------------------------------------------------------
*> 4000-IMPRIMER-RECAPITULATIF : lignes lues, chargees, refusees et
*> total budgete de l'exercice.
*> ----------------------------------------------------------------
4000-IMPRIMER-RECAPITULATIF.
    MOVE "-----------------------------" TO BudgetReportLine
    WRITE BudgetReportLine

    MOVE SPACES TO BudgetReportLine
    STRING "EXERCICE CHARGE : " DELIMITED BY SIZE
           ExerciceCharge DELIMITED BY SIZE
           INTO BudgetReportLine
    WRITE BudgetReportLine

    MOVE NbLignesLues TO NbAffiche
    MOVE SPACES TO BudgetReportLine
    STRING "LIGNES LUES : " DELIMITED BY SIZE
           NbAffiche DELIMITED BY SIZE
           INTO BudgetReportLine
    WRITE BudgetReportLine

    MOVE NbBudgetsCharges TO NbAffiche
    MOVE SPACES TO BudgetReportLine
    STRING "BUDGETS CHARGES : " DELIMITED BY SIZE
           NbAffiche DELIMITED BY SIZE
           INTO BudgetReportLine
    WRITE BudgetReportLine

    MOVE NbLignesRejetees TO NbAffiche
    MOVE SPACES TO BudgetReportLine
    STRING "LIGNES REFUSEES : " DELIMITED BY SIZE
           NbAffiche DELIMITED BY SIZE
           INTO BudgetReportLine
    WRITE BudgetReportLine

    MOVE TotalCharge TO MontantAffiche
    MOVE SPACES TO BudgetReportLine
    STRING "TOTAL BUDGETE : " DELIMITED BY SIZE
           MontantAffiche DELIMITED BY SIZE
           INTO BudgetReportLine
    WRITE BudgetReportLine.

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

    MOVE NbBudgetsCharges TO NbChargesAffiche
    MOVE NbLignesRejetees TO NbRejeteesAffiche
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
           " BUDGETS=" DELIMITED BY SIZE
           NbChargesAffiche DELIMITED BY SIZE
           " REFUSEES=" DELIMITED BY SIZE
           NbRejeteesAffiche DELIMITED BY SIZE
           " STATUT=" DELIMITED BY SIZE
           CodeRetourRun DELIMITED BY SIZE
           INTO AuditLogLine
    WRITE AuditLogLine
    CLOSE AuditLogFile.
