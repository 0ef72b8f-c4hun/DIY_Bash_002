IDENTIFICATION DIVISION.
PROGRAM-ID. YearEndClose.

*> ------------------------------------------------------------------
*> Cloture annuelle de l'exercice : une fois les douze periodes
*> closes par MonthClose, la comptabilite arretait l'exercice a la
*> main, en additionnant les etats de cloture mensuels, et rien
*> n'empechait un ajustement PriorAdjust de venir retoucher un
*> exercice deja arrete et publie.
*>
*> L'exercice a clore est lu dans cloture_annuelle_params.txt,
*> precede du code de l'operateur qui demande la cloture :
*>   OPER AAAA
*> L'operateur doit figurer au referentiel operateurs_ref.txt (voir
*> opref.cpy), actif et habilite a la cloture, comme pour MonthClose.
*> Le programme refuse de tourner, sans rien ecrire, si l'exercice
*> est deja au registre exercices_clos.txt, si l'une des douze
*> periodes AAAA-01 a AAAA-12 manque a periodes_closes.txt, ou si la
*> categorie de report a nouveau est inconnue ou retiree du
*> referentiel categories_ref.txt. Sinon :
*>   1. il cumule les douze archives archive_txn_AAAA-MM.txt, en
*>      devise de base au taux de la date de chaque transaction comme
*>      MonthClose, et ecrit la balance annuelle par categorie et
*>      centre de cout balance_annuelle_AAAA.txt ;
*>   2. il ecrit l'etat de cloture annuelle cloture_annuelle_AAAA.txt,
*>      qui rapproche, periode par periode et categorie par categorie,
*>      le cumul des archives des etats de cloture mensuels
*>      cloture_AAAA-MM.txt, et donne le resultat de l'exercice ;
*>   3. si tout concorde, il emet au format journalier, dans
*>      transactions_report_nouveau.txt, le report a nouveau du
*>      resultat (report anterieur compris) dans la categorie RANV, un
*>      centre de cout a la fois, date du premier jour de la premiere
*>      periode ouverte apres l'exercice, sous le TransID N + annee
*>      sur deux chiffres + numero d'ordre (tranches de 99999.99 au
*>      plus, limite du format journalier) ; il retire l'exercice du
*>      solde de control_totals.txt (le report a nouveau l'y
*>      reinscrit quand SimpleAudit le passe) ; et il verrouille
*>      l'exercice en l'inscrivant au registre exercices_clos.txt
*>      (voir execlos.cpy).
*> Un exercice qui ne concorde pas n'est ni reporte ni verrouille :
*> l'etat annuel dit pourquoi, et la cloture annuelle se relance une
*> fois l'ecart explique.
*> ------------------------------------------------------------------

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL AnnParamFile ASSIGN TO 'cloture_annuelle_params.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AnnParamStatus.
    SELECT OPTIONAL OpRefFile ASSIGN TO 'operateurs_ref.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OpRefStatus.
    SELECT OPTIONAL ExercicesFile ASSIGN TO 'exercices_clos.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ExercicesStatus.
    SELECT OPTIONAL PeriodesFile ASSIGN TO 'periodes_closes.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PeriodesStatus.
    SELECT OPTIONAL ArchiveFile ASSIGN TO DYNAMIC NomArchive
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ArchiveStatus.
    SELECT OPTIONAL ClotureFile ASSIGN TO DYNAMIC NomEtatCloture
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ClotureStatus.
    SELECT OPTIONAL TauxFile ASSIGN TO 'taux_change.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TauxStatus.
    SELECT OPTIONAL CatRefFile ASSIGN TO 'categories_ref.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CatRefStatus.
    SELECT OPTIONAL ControlFile ASSIGN TO 'control_totals.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ControlStatus.
    SELECT BalanceFile ASSIGN TO DYNAMIC NomBalance
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT EtatAnnuelFile ASSIGN TO DYNAMIC NomEtatAnnuel
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ReportNouveauFile ASSIGN TO 'transactions_report_nouveau.txt'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL AuditLogFile ASSIGN TO 'audit_run_log.txt'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD AnnParamFile.
01 AnnParamLine    PIC X(40).

FD OpRefFile.
COPY "opref.cpy".

FD ExercicesFile.
COPY "execlos.cpy".

FD PeriodesFile.
01 PeriodeLigne    PIC X(07).

FD ArchiveFile.
01 ArchiveLigne    PIC X(80).

FD ClotureFile.
01 ClotureLigne    PIC X(80).

FD TauxFile.
01 TauxLigne       PIC X(40).

FD CatRefFile.
COPY "catref.cpy".

FD ControlFile.
01 ControlRecord.
    05 CtrlSoldeCloture PIC S9(7)V99.

FD BalanceFile.
01 BalanceLine     PIC X(100).

FD EtatAnnuelFile.
01 EtatAnnuelLine  PIC X(100).

FD ReportNouveauFile.
01 ReportNouveauLigne PIC X(80).

FD AuditLogFile.
01 AuditLogLine    PIC X(132).

WORKING-STORAGE SECTION.
01 AnnParamStatus  PIC XX VALUE SPACES.
    88 AnnParamTrouve VALUE '00'.
01 ExercicesStatus PIC XX VALUE SPACES.
    88 ExercicesFileTrouve VALUE '00'.
01 PeriodesStatus  PIC XX VALUE SPACES.
    88 PeriodesFileTrouve VALUE '00'.
01 ArchiveStatus   PIC XX VALUE SPACES.
    88 ArchiveTrouvee VALUE '00'.
01 ClotureStatus   PIC XX VALUE SPACES.
    88 ClotureTrouvee VALUE '00'.
01 TauxStatus      PIC XX VALUE SPACES.
    88 TauxFileTrouve VALUE '00'.
01 ControlStatus   PIC XX VALUE SPACES.
    88 ControlFileTrouve VALUE '00'.

01 EOFParam        PIC X VALUE 'N'.
01 EOFExercices    PIC X VALUE 'N'.
01 EOFPeriodes     PIC X VALUE 'N'.
01 EOFArchive      PIC X VALUE 'N'.
01 EOFCloture      PIC X VALUE 'N'.
01 EOFTaux         PIC X VALUE 'N'.

01 ExerciceAClore  PIC X(04) VALUE SPACES.
01 AnneeExercice   PIC 9(04) VALUE 0.
01 ExerciceValideSw PIC X VALUE 'N'.
    88 ExerciceValide VALUE 'O'.
01 ExerciceDejaClosSw PIC X VALUE 'N'.
    88 ExerciceDejaClos VALUE 'O'.
01 NomArchive      PIC X(40) VALUE SPACES.
01 NomEtatCloture  PIC X(40) VALUE SPACES.
01 NomBalance      PIC X(40) VALUE SPACES.
01 NomEtatAnnuel   PIC X(40) VALUE SPACES.

*> operateur qui demande la cloture annuelle, en tete de la carte
*> parametre, et sa fiche au referentiel des operateurs
01 CloseOperateur  PIC X(08) VALUE SPACES.
01 NbCarOperateur  PIC 9(02) VALUE 0.
01 OpRefStatus     PIC XX VALUE SPACES.
    88 OpRefFileTrouve VALUE '00'.
01 RefOperateursSw PIC X VALUE 'N'.
    88 RefOperateursCharge VALUE 'O'.
01 EOFOpRef        PIC X VALUE 'N'.
01 EtatOperateur   PIC X VALUE SPACES.
    88 OperateurTrouveActif   VALUE 'A'.
    88 OperateurTrouveInactif VALUE 'I'.
    88 OperateurInconnu       VALUE '?'.
01 RolesOperateurTrouve.
    05 RoleSaisieTrouve     PIC X(01).
        88 RoleSaisieAccorde     VALUE 'S'.
    05 RoleValidationTrouve PIC X(01).
        88 RoleValidationAccorde VALUE 'V'.
    05 RoleClotureTrouve    PIC X(01).
        88 RoleClotureAccorde    VALUE 'C'.
    05 RoleAdminTrouve      PIC X(01).
        88 RoleAdminAccorde      VALUE 'A'.

*> registre des periodes closes, comme dans TxnMaint, et periodes de
*> l'exercice qui y manquent
01 NbPeriodesCloses PIC 9(03) VALUE 0.
01 TablePeriodesCloses.
    05 PeriodeCloseEntry OCCURS 120 TIMES INDEXED BY PerIdx.
        10 PeriodeClose PIC X(07) VALUE SPACES.
01 PeriodeCherchee PIC X(07) VALUE SPACES.
01 PeriodeEstCloseSw PIC X VALUE 'N'.
    88 PeriodeEstClose VALUE 'O'.
01 NbPeriodesManquantes PIC 9(02) VALUE 0.
01 PeriodeManquante PIC X(07) VALUE SPACES.

*> periode en cours de traitement dans l'exercice
01 MoisCourant     PIC 9(02) VALUE 0.
01 PeriodeEnCours  PIC X(07) VALUE SPACES.

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

*> referentiel des codes categorie/compte, comme dans TxnMaint ; le
*> libelle sert a la balance.
01 CatRefStatus    PIC XX VALUE SPACES.
    88 CatRefFileTrouve  VALUE '00'.
01 ReferentielSw   PIC X VALUE 'N'.
    88 ReferentielCharge VALUE 'O'.
01 EOFCatRef       PIC X VALUE 'N'.
01 NbCategoriesRef PIC 9(03) VALUE 0.
01 TableCategoriesRef.
    05 CatRefEntry OCCURS 100 TIMES INDEXED BY RefIdx.
        10 RefCode     PIC X(04) VALUE SPACES.
        10 RefLibelle  PIC X(30) VALUE SPACES.
        10 RefFlag     PIC X(01) VALUE SPACES.
01 CategorieCherchee PIC X(04) VALUE SPACES.
01 EtatCategorie   PIC X VALUE SPACES.
    88 CategorieTrouveeActive   VALUE 'A'.
    88 CategorieTrouveeInactive VALUE 'I'.
    88 CategorieInconnue        VALUE '?'.
01 LibelleCategorie PIC X(30) VALUE SPACES.

*> categorie qui recoit le resultat de l'exercice
01 CategorieReport PIC X(04) VALUE 'RANV'.

*> decoupage d'une ligne d'archive au format journalier
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

*> balance annuelle : une ligne par categorie et centre de cout
01 NbLignesBalance PIC 9(04) VALUE 0.
01 TableBalance.
    05 BalanceEntry OCCURS 1000 TIMES INDEXED BY BalIdx.
        10 BalCategorie    PIC X(04) VALUE SPACES.
        10 BalCentre       PIC X(04) VALUE SPACES.
        10 BalNb           PIC 9(07) VALUE 0.
        10 BalTotal        PIC S9(9)V99 VALUE 0.

*> categories rencontrees, dans l'ordre d'apparition, avec le cumul
*> des archives et celui des etats de cloture mensuels
01 NbCategoriesVues PIC 9(03) VALUE 0.
01 TableCategoriesVues.
    05 CategorieVueEntry OCCURS 100 TIMES INDEXED BY BcaIdx.
        10 BcaCode         PIC X(04) VALUE SPACES.
        10 BcaNb           PIC 9(07) VALUE 0.
        10 BcaTotal        PIC S9(9)V99 VALUE 0.
        10 BcaTotalEtats   PIC S9(9)V99 VALUE 0.

*> centres de cout rencontres, avec leur cumul (montant a reporter)
01 NbCentresVus    PIC 9(03) VALUE 0.
01 TableCentresVus.
    05 CentreVuEntry OCCURS 100 TIMES INDEXED BY BccIdx.
        10 BccCode         PIC X(04) VALUE SPACES.
        10 BccTotal        PIC S9(9)V99 VALUE 0.
01 TableBalancePleineSw PIC X VALUE 'N'.
    88 TableBalancePleine VALUE 'O'.
01 CumulCategorie  PIC X(04) VALUE SPACES.

*> rapprochement mensuel : cumul de l'archive et TOTAL PERIODE de
*> l'etat de cloture de chaque periode
01 TableMois.
    05 MoisEntry OCCURS 12 TIMES INDEXED BY MoiIdx.
        10 MoiNb           PIC 9(07) VALUE 0.
        10 MoiArchive      PIC S9(9)V99 VALUE 0.
        10 MoiEtat         PIC S9(9)V99 VALUE 0.
        10 MoiArchiveLue   PIC X(01) VALUE 'N'.
        10 MoiEtatLu       PIC X(01) VALUE 'N'.
01 TotalEtatLu     PIC S9(9)V99 VALUE 0.
01 CategorieEtatLue PIC X(04) VALUE SPACES.
01 TotalArchivesAnnee PIC S9(11)V99 VALUE 0.
01 TotalEtatsAnnee PIC S9(11)V99 VALUE 0.
01 EcartAnnee      PIC S9(11)V99 VALUE 0.
01 EcartLigne      PIC S9(11)V99 VALUE 0.
01 NbEcarts        PIC 9(03) VALUE 0.
01 NbTransactions  PIC 9(07) VALUE 0.

*> resultat et report a nouveau
01 ResultatExercice PIC S9(9)V99 VALUE 0.
01 ReportAnterieur PIC S9(9)V99 VALUE 0.
01 MontantAReporter PIC S9(9)V99 VALUE 0.
01 VerrouillableSw PIC X VALUE 'O'.
    88 Verrouillable VALUE 'O'.
01 MotifNonVerrou  PIC X(40) VALUE SPACES.

*> lignes de report a nouveau, au format journalier
01 AnneeReport     PIC 9(04) VALUE 0.
01 MoisReport      PIC 9(02) VALUE 0.
01 PeriodeReport   PIC X(07) VALUE SPACES.
01 DateReport      PIC X(10) VALUE SPACES.
01 NbEssaisReport  PIC 9(03) VALUE 0.
01 DescReport      PIC X(30) VALUE SPACES.
01 NumeroReport    PIC 9(03) VALUE 0.
01 TransIDReport   PIC X(06) VALUE SPACES.
01 MontantRestant  PIC S9(9)V99 VALUE 0.
01 MontantTranche  PIC S9(5)V99 VALUE 0.
01 PlafondTranche  PIC S9(5)V99 VALUE 99999.99.
01 NbLignesReport  PIC 9(05) VALUE 0.

*> decomposition d'un montant en texte decimal signe, comme
*> l'export de TxnMaint (3050-FORMATER-MONTANT)
01 MontantCentimes     PIC S9(07) VALUE 0.
01 MontantCentimesAbs  PIC 9(07) VALUE 0.
01 MontantPartieEnt    PIC 9(05) VALUE 0.
01 MontantPartieDec    PIC 9(02) VALUE 0.
01 MontantTexteFinal   PIC X(10) VALUE SPACES.

*> solde de control_totals.txt avant et apres retrait de l'exercice
01 SoldeControleAvant PIC S9(7)V99 VALUE 0.
01 SoldeControleApres PIC S9(7)V99 VALUE 0.

01 NbAffiche       PIC ZZZZZZ9.
01 MontantAffiche1 PIC Z(10)9.99-.
01 MontantAffiche2 PIC Z(10)9.99-.
01 MontantExcEdite PIC +9(9).99.
01 SoldeExcEdite   PIC +9(7).99.

*> journal permanent des executions, comme dans SimpleAudit
01 DateDuJour          PIC 9(08).
01 HeureDuJour         PIC 9(08).
01 UtilisateurRun      PIC X(12) VALUE SPACES.
01 IndicateurAnomalie  PIC X VALUE 'N'.
    88 DesAnomaliesDetectees VALUE 'O'.
01 CodeRetourRun       PIC X(04) VALUE 'OK'.
01 IndicateurVerrou    PIC X(01) VALUE 'N'.
01 NbReportAffiche     PIC ZZZZZZ9.
*> raison d'un refus de cloture annuelle, reprise dans le journal,
*> comme dans MonthClose
01 MotifRefus          PIC X(30) VALUE SPACES.

PROCEDURE DIVISION.
    PERFORM 1000-LIRE-EXERCICE
    IF NOT ExerciceValide
        MOVE "EXERCICE ABSENT OU INVALIDE" TO MotifRefus
        SET DesAnomaliesDetectees TO TRUE
        PERFORM 5950-ECRIRE-JOURNAL-EXECUTION
        STOP RUN
    END-IF

    PERFORM 1050-CONTROLER-OPERATEUR
    IF MotifRefus NOT = SPACES
        SET DesAnomaliesDetectees TO TRUE
        PERFORM 5950-ECRIRE-JOURNAL-EXECUTION
        STOP RUN
    END-IF

    PERFORM 1100-CONTROLER-DEJA-CLOS
    IF ExerciceDejaClos
        MOVE "EXERCICE DEJA CLOS" TO MotifRefus
        SET DesAnomaliesDetectees TO TRUE
        PERFORM 5950-ECRIRE-JOURNAL-EXECUTION
        STOP RUN
    END-IF

    PERFORM 1200-CHARGER-PERIODES-CLOSES
    PERFORM 1250-CONTROLER-DOUZE-PERIODES
    IF NbPeriodesManquantes > 0
        MOVE SPACES TO MotifRefus
        STRING "PERIODE " DELIMITED BY SIZE
               PeriodeManquante DELIMITED BY SIZE
               " NON CLOSE" DELIMITED BY SIZE
               INTO MotifRefus
        SET DesAnomaliesDetectees TO TRUE
        PERFORM 5950-ECRIRE-JOURNAL-EXECUTION
        STOP RUN
    END-IF

    PERFORM 1300-CHARGER-REFERENTIEL-CATEGORIES
    IF MotifRefus NOT = SPACES
        SET DesAnomaliesDetectees TO TRUE
        PERFORM 5950-ECRIRE-JOURNAL-EXECUTION
        STOP RUN
    END-IF

    PERFORM 1400-CHARGER-TAUX-CHANGE
    PERFORM 1500-CONSTRUIRE-NOMS-FICHIERS

    PERFORM 2000-CUMULER-EXERCICE
        VARYING MoisCourant FROM 1 BY 1 UNTIL MoisCourant > 12

    PERFORM 3000-ECRIRE-BALANCE
    PERFORM 3500-ECRIRE-ETAT-ANNUEL

    PERFORM 5950-ECRIRE-JOURNAL-EXECUTION

    STOP RUN.

*> ----------------------------------------------------------------
*> 1000-LIRE-EXERCICE : lit l'operateur et l'exercice a clore (AAAA)
*> dans la carte parametre ; sans exercice valide, rien n'est touche.
*> ----------------------------------------------------------------
1000-LIRE-EXERCICE.
    OPEN INPUT AnnParamFile
    IF AnnParamTrouve
        READ AnnParamFile
            AT END
                MOVE 'Y' TO EOFParam
            NOT AT END
                UNSTRING AnnParamLine DELIMITED BY SPACE
                    INTO CloseOperateur COUNT IN NbCarOperateur,
                         ExerciceAClore
                END-UNSTRING
        END-READ
    END-IF
    CLOSE AnnParamFile

    IF ExerciceAClore IS NUMERIC
        SET ExerciceValide TO TRUE
        MOVE ExerciceAClore TO AnneeExercice
    END-IF.

*> ----------------------------------------------------------------
*> 1050-CONTROLER-OPERATEUR : l'operateur de la carte parametre doit
*> figurer au referentiel des operateurs, actif et habilite a la
*> cloture, comme dans MonthClose ; positionne MotifRefus sinon.
*> ----------------------------------------------------------------
1050-CONTROLER-OPERATEUR.
    SET OperateurInconnu TO TRUE
    MOVE SPACES TO RolesOperateurTrouve
    OPEN INPUT OpRefFile
    IF OpRefFileTrouve
        SET RefOperateursCharge TO TRUE
        PERFORM 1060-LIRE-UN-OPERATEUR UNTIL EOFOpRef = 'Y'
    END-IF
    CLOSE OpRefFile

    EVALUATE TRUE
        WHEN NOT RefOperateursCharge
            MOVE "REFERENTIEL OPERATEURS ABSENT" TO MotifRefus
        WHEN NbCarOperateur > 8 OR OperateurInconnu
            MOVE "OPERATEUR INCONNU" TO MotifRefus
        WHEN OperateurTrouveInactif
            MOVE "OPERATEUR INACTIF" TO MotifRefus
        WHEN NOT RoleClotureAccorde
            MOVE "ROLE CLOTURE NON ACCORDE" TO MotifRefus
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

1060-LIRE-UN-OPERATEUR.
    READ OpRefFile
        AT END
            MOVE 'Y' TO EOFOpRef
        NOT AT END
            IF OpRefCode = CloseOperateur
                MOVE OpRefFlag TO EtatOperateur
                MOVE OpRefRoles TO RolesOperateurTrouve
                MOVE 'Y' TO EOFOpRef
                IF NOT OperateurTrouveActif
                   AND NOT OperateurTrouveInactif
                    SET OperateurInconnu TO TRUE
                END-IF
            END-IF
    END-READ.

*> ----------------------------------------------------------------
*> 1100-CONTROLER-DEJA-CLOS : un exercice ne se clot qu'une fois ; le
*> reclore reporterait une seconde fois son resultat.
*> ----------------------------------------------------------------
1100-CONTROLER-DEJA-CLOS.
    OPEN INPUT ExercicesFile
    IF ExercicesFileTrouve
        PERFORM 1150-LIRE-UN-EXERCICE UNTIL EOFExercices = 'Y'
    END-IF
    CLOSE ExercicesFile.

1150-LIRE-UN-EXERCICE.
    READ ExercicesFile
        AT END
            MOVE 'Y' TO EOFExercices
        NOT AT END
            IF ExcAnnee = ExerciceAClore
                SET ExerciceDejaClos TO TRUE
            END-IF
    END-READ.

*> ----------------------------------------------------------------
*> 1200-CHARGER-PERIODES-CLOSES : charge en table le registre des
*> periodes closes tenu par MonthClose, comme TxnMaint.
*> ----------------------------------------------------------------
1200-CHARGER-PERIODES-CLOSES.
    OPEN INPUT PeriodesFile
    IF PeriodesFileTrouve
        PERFORM 1210-LIRE-UNE-PERIODE UNTIL EOFPeriodes = 'Y'
    END-IF
    CLOSE PeriodesFile.

1210-LIRE-UNE-PERIODE.
    READ PeriodesFile
        AT END
            MOVE 'Y' TO EOFPeriodes
        NOT AT END
            IF NbPeriodesCloses < 120
                ADD 1 TO NbPeriodesCloses
                SET PerIdx TO NbPeriodesCloses
                MOVE PeriodeLigne TO PeriodeClose (PerIdx)
            END-IF
    END-READ.

1220-CONTROLER-PERIODE-CLOSE.
    MOVE 'N' TO PeriodeEstCloseSw
    SET PerIdx TO 1
    SEARCH PeriodeCloseEntry
        AT END
            CONTINUE
        WHEN PeriodeClose (PerIdx) = PeriodeCherchee
            SET PeriodeEstClose TO TRUE
    END-SEARCH.

*> ----------------------------------------------------------------
*> 1250-CONTROLER-DOUZE-PERIODES : les douze periodes de l'exercice
*> doivent etre closes ; chaque periode manquante est annoncee sur
*> la console, la premiere est reprise dans le motif du refus.
*> ----------------------------------------------------------------
1250-CONTROLER-DOUZE-PERIODES.
    PERFORM 1260-CONTROLER-UNE-PERIODE
        VARYING MoisCourant FROM 1 BY 1 UNTIL MoisCourant > 12.

1260-CONTROLER-UNE-PERIODE.
    PERFORM 1270-CONSTRUIRE-PERIODE
    MOVE PeriodeEnCours TO PeriodeCherchee
    PERFORM 1220-CONTROLER-PERIODE-CLOSE
    IF NOT PeriodeEstClose
        ADD 1 TO NbPeriodesManquantes
        IF NbPeriodesManquantes = 1
            MOVE PeriodeEnCours TO PeriodeManquante
        END-IF
        DISPLAY "YEARENDCLOSE : PERIODE " PeriodeEnCours
                " NON CLOSE - CLOTURE ANNUELLE REFUSEE"
    END-IF.

1270-CONSTRUIRE-PERIODE.
    MOVE SPACES TO PeriodeEnCours
    STRING ExerciceAClore DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           MoisCourant DELIMITED BY SIZE
           INTO PeriodeEnCours.

*> ----------------------------------------------------------------
*> 1300-CHARGER-REFERENTIEL-CATEGORIES : charge en table le
*> referentiel des codes categorie/compte ; la categorie de report a
*> nouveau doit y etre active, faute de quoi SimpleAudit rejetterait
*> le report. Referentiel absent, le controle est passe.
*> ----------------------------------------------------------------
1300-CHARGER-REFERENTIEL-CATEGORIES.
    OPEN INPUT CatRefFile
    IF CatRefFileTrouve
        SET ReferentielCharge TO TRUE
        PERFORM 1310-LIRE-UNE-CATEGORIE UNTIL EOFCatRef = 'Y'
    END-IF
    CLOSE CatRefFile

    IF ReferentielCharge
        MOVE CategorieReport TO CategorieCherchee
        PERFORM 1320-CHERCHER-CATEGORIE
        IF NOT CategorieTrouveeActive
            MOVE "CATEGORIE REPORT NON ACTIVE" TO MotifRefus
        END-IF
    END-IF.

1310-LIRE-UNE-CATEGORIE.
    READ CatRefFile
        AT END
            MOVE 'Y' TO EOFCatRef
        NOT AT END
            IF NbCategoriesRef < 100
                ADD 1 TO NbCategoriesRef
                SET RefIdx TO NbCategoriesRef
                MOVE CatRefCode TO RefCode (RefIdx)
                MOVE CatRefLibelle TO RefLibelle (RefIdx)
                MOVE CatRefFlag TO RefFlag (RefIdx)
            END-IF
    END-READ.

1320-CHERCHER-CATEGORIE.
    MOVE SPACES TO LibelleCategorie
    SET RefIdx TO 1
    SEARCH CatRefEntry
        AT END
            SET CategorieInconnue TO TRUE
        WHEN RefCode (RefIdx) = CategorieCherchee
            MOVE RefFlag (RefIdx) TO EtatCategorie
            MOVE RefLibelle (RefIdx) TO LibelleCategorie
    END-SEARCH.

*> ----------------------------------------------------------------
*> 1400-CHARGER-TAUX-CHANGE : charge en table les taux de change
*> vers la devise de base, comme le fait MonthClose.
*> ----------------------------------------------------------------
1400-CHARGER-TAUX-CHANGE.
    OPEN INPUT TauxFile
    IF TauxFileTrouve
        PERFORM 1410-LIRE-UN-TAUX UNTIL EOFTaux = 'Y'
    END-IF
    CLOSE TauxFile.

1410-LIRE-UN-TAUX.
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
*> 1500-CONSTRUIRE-NOMS-FICHIERS : les sorties de la cloture annuelle
*> sont datees par exercice.
*> ----------------------------------------------------------------
1500-CONSTRUIRE-NOMS-FICHIERS.
    MOVE SPACES TO NomBalance
    STRING "balance_annuelle_" DELIMITED BY SIZE
           ExerciceAClore DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO NomBalance
    MOVE SPACES TO NomEtatAnnuel
    STRING "cloture_annuelle_" DELIMITED BY SIZE
           ExerciceAClore DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO NomEtatAnnuel.

*> ----------------------------------------------------------------
*> 2000-CUMULER-EXERCICE : pour chaque periode de l'exercice, cumule
*> son archive et relit son etat de cloture mensuel.
*> ----------------------------------------------------------------
2000-CUMULER-EXERCICE.
    PERFORM 1270-CONSTRUIRE-PERIODE
    SET MoiIdx TO MoisCourant
    PERFORM 2100-CUMULER-UNE-ARCHIVE
    PERFORM 2400-LIRE-ETAT-CLOTURE.

2100-CUMULER-UNE-ARCHIVE.
    MOVE 'N' TO EOFArchive
    MOVE SPACES TO NomArchive
    STRING "archive_txn_" DELIMITED BY SIZE
           PeriodeEnCours DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO NomArchive

    OPEN INPUT ArchiveFile
    IF ArchiveTrouvee
        MOVE 'O' TO MoiArchiveLue (MoiIdx)
        PERFORM 2150-LIRE-UNE-ARCHIVEE UNTIL EOFArchive = 'Y'
    END-IF
    CLOSE ArchiveFile.

2150-LIRE-UNE-ARCHIVEE.
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
                PERFORM 2200-CUMULER-UNE-TRANSACTION
            END-IF
    END-READ.

*> ----------------------------------------------------------------
*> 2200-CUMULER-UNE-TRANSACTION : convertit en devise de base et
*> cumule a la periode, a la ligne de balance, a la categorie et au
*> centre de cout.
*> ----------------------------------------------------------------
2200-CUMULER-UNE-TRANSACTION.
    ADD 1 TO NbTransactions
    PERFORM 2300-CONVERTIR-EN-BASE
    ADD 1 TO MoiNb (MoiIdx)
    ADD ExamMontantBase TO MoiArchive (MoiIdx)
    ADD ExamMontantBase TO TotalArchivesAnnee

    SET BalIdx TO 1
    SEARCH BalanceEntry
        AT END
            IF NbLignesBalance < 1000
                ADD 1 TO NbLignesBalance
                SET BalIdx TO NbLignesBalance
                MOVE ExamCategorie TO BalCategorie (BalIdx)
                MOVE ExamCentre TO BalCentre (BalIdx)
            ELSE
                SET TableBalancePleine TO TRUE
            END-IF
        WHEN BalCategorie (BalIdx) = ExamCategorie
         AND BalCentre (BalIdx) = ExamCentre
            CONTINUE
    END-SEARCH
    IF NOT TableBalancePleine
        ADD 1 TO BalNb (BalIdx)
        ADD ExamMontantBase TO BalTotal (BalIdx)
    END-IF

    MOVE ExamCategorie TO CumulCategorie
    PERFORM 2250-INSCRIRE-CATEGORIE
    IF NOT TableBalancePleine
        ADD 1 TO BcaNb (BcaIdx)
        ADD ExamMontantBase TO BcaTotal (BcaIdx)
    END-IF

    SET BccIdx TO 1
    SEARCH CentreVuEntry
        AT END
            IF NbCentresVus < 100
                ADD 1 TO NbCentresVus
                SET BccIdx TO NbCentresVus
                MOVE ExamCentre TO BccCode (BccIdx)
            ELSE
                SET TableBalancePleine TO TRUE
            END-IF
        WHEN BccCode (BccIdx) = ExamCentre
            CONTINUE
    END-SEARCH
    IF NOT TableBalancePleine
        ADD ExamMontantBase TO BccTotal (BccIdx)
    END-IF.

*> ----------------------------------------------------------------
*> 2250-INSCRIRE-CATEGORIE : positionne BcaIdx sur CumulCategorie,
*> ajoutee a la table a sa premiere apparition.
*> ----------------------------------------------------------------
2250-INSCRIRE-CATEGORIE.
    SET BcaIdx TO 1
    SEARCH CategorieVueEntry
        AT END
            IF NbCategoriesVues < 100
                ADD 1 TO NbCategoriesVues
                SET BcaIdx TO NbCategoriesVues
                MOVE CumulCategorie TO BcaCode (BcaIdx)
            ELSE
                SET TableBalancePleine TO TRUE
            END-IF
        WHEN BcaCode (BcaIdx) = CumulCategorie
            CONTINUE
    END-SEARCH.

*> ----------------------------------------------------------------
*> 2300-CONVERTIR-EN-BASE : convertit ExamMontant en devise de base
*> au taux de ExamDate, comme le fait MonthClose ; sans taux, le
*> montant d'origine est cumule tel quel et l'etat l'annonce.
*> ----------------------------------------------------------------
2300-CONVERTIR-EN-BASE.
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
*> 2400-LIRE-ETAT-CLOTURE : releve dans l'etat de cloture mensuel le
*> total de chaque categorie et le TOTAL PERIODE, comme SoldeVerif.
*> ----------------------------------------------------------------
2400-LIRE-ETAT-CLOTURE.
    MOVE 'N' TO EOFCloture
    MOVE SPACES TO NomEtatCloture
    STRING "cloture_" DELIMITED BY SIZE
           PeriodeEnCours DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO NomEtatCloture

    OPEN INPUT ClotureFile
    IF ClotureTrouvee
        PERFORM 2450-LIRE-LIGNE-CLOTURE UNTIL EOFCloture = 'Y'
    END-IF
    CLOSE ClotureFile.

2450-LIRE-LIGNE-CLOTURE.
    READ ClotureFile
        AT END
            MOVE 'Y' TO EOFCloture
        NOT AT END
            IF ClotureLigne(1:16) = "TOTAL PERIODE : "
                MOVE 'O' TO MoiEtatLu (MoiIdx)
                COMPUTE MoiEtat (MoiIdx)
                    = FUNCTION NUMVAL(ClotureLigne(17:30))
                ADD MoiEtat (MoiIdx) TO TotalEtatsAnnee
            END-IF
*> ligne categorie de l'etat mensuel : code, "  NB ", nombre,
*> "  TOTAL ", montant (voir 3100-ECRIRE-UNE-CATEGORIE de MonthClose)
            IF ClotureLigne(5:5) = "  NB "
               AND ClotureLigne(17:8) = "  TOTAL "
                MOVE ClotureLigne(1:4) TO CumulCategorie
                COMPUTE TotalEtatLu
                    = FUNCTION NUMVAL(ClotureLigne(25:20))
                PERFORM 2250-INSCRIRE-CATEGORIE
                IF NOT TableBalancePleine
                    ADD TotalEtatLu TO BcaTotalEtats (BcaIdx)
                END-IF
            END-IF
    END-READ.

*> ----------------------------------------------------------------
*> 3000-ECRIRE-BALANCE : balance annuelle, une ligne par centre de
*> cout dans chaque categorie, un sous-total par categorie, puis le
*> total de l'exercice.
*> ----------------------------------------------------------------
3000-ECRIRE-BALANCE.
    OPEN OUTPUT BalanceFile

    MOVE SPACES TO BalanceLine
    STRING "BALANCE ANNUELLE EXERCICE " DELIMITED BY SIZE
           ExerciceAClore DELIMITED BY SIZE
           " (DEVISE DE BASE " DELIMITED BY SIZE
           DeviseBase DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
           INTO BalanceLine
    WRITE BalanceLine
    MOVE "CAT  LIBELLE                        CENTRE      NB          TOTAL"
        TO BalanceLine
    WRITE BalanceLine

    PERFORM 3100-ECRIRE-UNE-CATEGORIE
        VARYING BcaIdx FROM 1 BY 1 UNTIL BcaIdx > NbCategoriesVues

    MOVE "=============================" TO BalanceLine
    WRITE BalanceLine
    MOVE NbTransactions TO NbAffiche
    MOVE TotalArchivesAnnee TO MontantAffiche1
    MOVE SPACES TO BalanceLine
    STRING "TOTAL EXERCICE                             " DELIMITED BY SIZE
           NbAffiche DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           MontantAffiche1 DELIMITED BY SIZE
           INTO BalanceLine
    WRITE BalanceLine

    IF TableBalancePleine
        SET DesAnomaliesDetectees TO TRUE
        MOVE "PLUS DE 1000 LIGNES, 100 CATEGORIES OU 100 CENTRES : BALANCE INCOMPLETE"
            TO BalanceLine
        WRITE BalanceLine
    END-IF

    CLOSE BalanceFile.

3100-ECRIRE-UNE-CATEGORIE.
    IF BcaNb (BcaIdx) > 0
        MOVE "-----------------------------" TO BalanceLine
        WRITE BalanceLine
        MOVE BcaCode (BcaIdx) TO CategorieCherchee
        PERFORM 1320-CHERCHER-CATEGORIE

        PERFORM 3200-ECRIRE-UNE-LIGNE-BALANCE
            VARYING BalIdx FROM 1 BY 1 UNTIL BalIdx > NbLignesBalance

        MOVE BcaNb (BcaIdx) TO NbAffiche
        MOVE BcaTotal (BcaIdx) TO MontantAffiche1
        MOVE SPACES TO BalanceLine
        STRING BcaCode (BcaIdx) DELIMITED BY SIZE
               " S/TOTAL                               " DELIMITED BY SIZE
               NbAffiche DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MontantAffiche1 DELIMITED BY SIZE
               INTO BalanceLine
        WRITE BalanceLine
    END-IF.

3200-ECRIRE-UNE-LIGNE-BALANCE.
    IF BalCategorie (BalIdx) = BcaCode (BcaIdx)
        MOVE BalNb (BalIdx) TO NbAffiche
        MOVE BalTotal (BalIdx) TO MontantAffiche1
        MOVE SPACES TO BalanceLine
        STRING BalCategorie (BalIdx) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LibelleCategorie DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BalCentre (BalIdx) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               NbAffiche DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MontantAffiche1 DELIMITED BY SIZE
               INTO BalanceLine
        WRITE BalanceLine
    END-IF.

*> ----------------------------------------------------------------
*> 3500-ECRIRE-ETAT-ANNUEL : rapprochement des archives et des etats
*> mensuels, resultat de l'exercice, puis report a nouveau et
*> verrouillage si tout concorde.
*> ----------------------------------------------------------------
3500-ECRIRE-ETAT-ANNUEL.
    OPEN OUTPUT EtatAnnuelFile

    MOVE SPACES TO EtatAnnuelLine
    STRING "ETAT DE CLOTURE ANNUELLE EXERCICE " DELIMITED BY SIZE
           ExerciceAClore DELIMITED BY SIZE
           INTO EtatAnnuelLine
    WRITE EtatAnnuelLine
    MOVE SPACES TO EtatAnnuelLine
    STRING "CLOTURE PAR L'OPERATEUR " DELIMITED BY SIZE
           CloseOperateur DELIMITED BY SIZE
           INTO EtatAnnuelLine
    WRITE EtatAnnuelLine
    MOVE "-----------------------------" TO EtatAnnuelLine
    WRITE EtatAnnuelLine
    MOVE "PERIODE        ARCHIVE     ETAT DE CLOTURE" TO EtatAnnuelLine
    WRITE EtatAnnuelLine

    PERFORM 3600-RAPPROCHER-UNE-PERIODE
        VARYING MoisCourant FROM 1 BY 1 UNTIL MoisCourant > 12

    MOVE "-----------------------------" TO EtatAnnuelLine
    WRITE EtatAnnuelLine
    COMPUTE EcartAnnee = TotalArchivesAnnee - TotalEtatsAnnee
    MOVE TotalArchivesAnnee TO MontantAffiche1
    MOVE SPACES TO EtatAnnuelLine
    STRING "TOTAL DES ARCHIVES             : " DELIMITED BY SIZE
           MontantAffiche1 DELIMITED BY SIZE
           INTO EtatAnnuelLine
    WRITE EtatAnnuelLine
    MOVE TotalEtatsAnnee TO MontantAffiche1
    MOVE SPACES TO EtatAnnuelLine
    STRING "TOTAL DES ETATS MENSUELS       : " DELIMITED BY SIZE
           MontantAffiche1 DELIMITED BY SIZE
           INTO EtatAnnuelLine
    WRITE EtatAnnuelLine
    MOVE EcartAnnee TO MontantAffiche1
    MOVE SPACES TO EtatAnnuelLine
    STRING "ECART                          : " DELIMITED BY SIZE
           MontantAffiche1 DELIMITED BY SIZE
           INTO EtatAnnuelLine
    WRITE EtatAnnuelLine
    IF EcartAnnee NOT = 0
        ADD 1 TO NbEcarts
    END-IF

    MOVE "-----------------------------" TO EtatAnnuelLine
    WRITE EtatAnnuelLine
    MOVE "CAT         ARCHIVES    ETATS MENSUELS" TO EtatAnnuelLine
    WRITE EtatAnnuelLine
    PERFORM 3700-RAPPROCHER-UNE-CATEGORIE
        VARYING BcaIdx FROM 1 BY 1 UNTIL BcaIdx > NbCategoriesVues

    PERFORM 3800-CALCULER-RESULTAT

    IF NbSansTaux > 0
        SET DesAnomaliesDetectees TO TRUE
        MOVE NbSansTaux TO NbAffiche
        MOVE SPACES TO EtatAnnuelLine
        STRING "SANS TAUX DE CHANGE (MONTANT D'ORIGINE CUMULE) : "
               DELIMITED BY SIZE
               NbAffiche DELIMITED BY SIZE
               INTO EtatAnnuelLine
        WRITE EtatAnnuelLine
    END-IF

    MOVE "-----------------------------" TO EtatAnnuelLine
    WRITE EtatAnnuelLine
    EVALUATE TRUE
        WHEN NbEcarts > 0
            MOVE "ARCHIVES ET ETATS MENSUELS EN ECART" TO MotifNonVerrou
        WHEN TableBalancePleine
            MOVE "BALANCE INCOMPLETE" TO MotifNonVerrou
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    IF MotifNonVerrou NOT = SPACES
        MOVE 'N' TO VerrouillableSw
    ELSE
        PERFORM 4000-CALCULER-DATE-REPORT
    END-IF

    IF Verrouillable
        PERFORM 4100-EMETTRE-REPORT-NOUVEAU
        PERFORM 4300-REMETTRE-CONTROLE
        PERFORM 4500-VERROUILLER-EXERCICE
        MOVE 'O' TO IndicateurVerrou
        MOVE SPACES TO EtatAnnuelLine
        STRING "EXERCICE " DELIMITED BY SIZE
               ExerciceAClore DELIMITED BY SIZE
               " VERROUILLE" DELIMITED BY SIZE
               INTO EtatAnnuelLine
        WRITE EtatAnnuelLine
    ELSE
        SET DesAnomaliesDetectees TO TRUE
        MOVE SPACES TO EtatAnnuelLine
        STRING "EXERCICE " DELIMITED BY SIZE
               ExerciceAClore DELIMITED BY SIZE
               " NON VERROUILLE : " DELIMITED BY SIZE
               MotifNonVerrou DELIMITED BY "  "
               INTO EtatAnnuelLine
        WRITE EtatAnnuelLine
    END-IF

    CLOSE EtatAnnuelFile.

*> ----------------------------------------------------------------
*> 3600-RAPPROCHER-UNE-PERIODE : archive de la periode contre le
*> TOTAL PERIODE de son etat de cloture ; une archive ou un etat
*> absent est un ecart en soi.
*> ----------------------------------------------------------------
3600-RAPPROCHER-UNE-PERIODE.
    PERFORM 1270-CONSTRUIRE-PERIODE
    SET MoiIdx TO MoisCourant
    MOVE MoiArchive (MoiIdx) TO MontantAffiche1
    MOVE MoiEtat (MoiIdx) TO MontantAffiche2
    MOVE SPACES TO EtatAnnuelLine
    EVALUATE TRUE
        WHEN MoiArchiveLue (MoiIdx) = 'N'
            ADD 1 TO NbEcarts
            STRING PeriodeEnCours DELIMITED BY SIZE
                   "  ARCHIVE ABSENTE  *** ECART" DELIMITED BY SIZE
                   INTO EtatAnnuelLine
        WHEN MoiEtatLu (MoiIdx) = 'N'
            ADD 1 TO NbEcarts
            STRING PeriodeEnCours DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MontantAffiche1 DELIMITED BY SIZE
                   "  ETAT DE CLOTURE ABSENT OU SANS TOTAL  *** ECART"
                   DELIMITED BY SIZE
                   INTO EtatAnnuelLine
        WHEN MoiArchive (MoiIdx) NOT = MoiEtat (MoiIdx)
            ADD 1 TO NbEcarts
            STRING PeriodeEnCours DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MontantAffiche1 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MontantAffiche2 DELIMITED BY SIZE
                   "  *** ECART" DELIMITED BY SIZE
                   INTO EtatAnnuelLine
        WHEN OTHER
            STRING PeriodeEnCours DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MontantAffiche1 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MontantAffiche2 DELIMITED BY SIZE
                   INTO EtatAnnuelLine
    END-EVALUATE
    WRITE EtatAnnuelLine.

*> ----------------------------------------------------------------
*> 3700-RAPPROCHER-UNE-CATEGORIE : cumul annuel de la categorie dans
*> les archives contre la somme de ses lignes dans les douze etats
*> mensuels.
*> ----------------------------------------------------------------
3700-RAPPROCHER-UNE-CATEGORIE.
    MOVE BcaTotal (BcaIdx) TO MontantAffiche1
    MOVE BcaTotalEtats (BcaIdx) TO MontantAffiche2
    MOVE SPACES TO EtatAnnuelLine
    IF BcaTotal (BcaIdx) NOT = BcaTotalEtats (BcaIdx)
        ADD 1 TO NbEcarts
        STRING BcaCode (BcaIdx) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MontantAffiche1 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MontantAffiche2 DELIMITED BY SIZE
               "  *** ECART" DELIMITED BY SIZE
               INTO EtatAnnuelLine
    ELSE
        STRING BcaCode (BcaIdx) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MontantAffiche1 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MontantAffiche2 DELIMITED BY SIZE
               INTO EtatAnnuelLine
    END-IF
    WRITE EtatAnnuelLine.

*> ----------------------------------------------------------------
*> 3800-CALCULER-RESULTAT : le resultat de l'exercice est le cumul
*> de toutes les categories hors report a nouveau ; le montant a
*> reporter y ajoute le report anterieur, passe en RANV l'an dernier.
*> ----------------------------------------------------------------
3800-CALCULER-RESULTAT.
    MOVE 0 TO ReportAnterieur
    MOVE CategorieReport TO CumulCategorie
    SET BcaIdx TO 1
    SEARCH CategorieVueEntry
        AT END
            CONTINUE
        WHEN BcaCode (BcaIdx) = CumulCategorie
            MOVE BcaTotal (BcaIdx) TO ReportAnterieur
    END-SEARCH
    MOVE TotalArchivesAnnee TO MontantAReporter
    COMPUTE ResultatExercice = MontantAReporter - ReportAnterieur

    MOVE "-----------------------------" TO EtatAnnuelLine
    WRITE EtatAnnuelLine
    MOVE ResultatExercice TO MontantAffiche1
    MOVE SPACES TO EtatAnnuelLine
    STRING "RESULTAT DE L'EXERCICE         : " DELIMITED BY SIZE
           MontantAffiche1 DELIMITED BY SIZE
           INTO EtatAnnuelLine
    WRITE EtatAnnuelLine
    MOVE ReportAnterieur TO MontantAffiche1
    MOVE SPACES TO EtatAnnuelLine
    STRING "REPORT ANTERIEUR (" DELIMITED BY SIZE
           CategorieReport DELIMITED BY SIZE
           ")        : " DELIMITED BY SIZE
           MontantAffiche1 DELIMITED BY SIZE
           INTO EtatAnnuelLine
    WRITE EtatAnnuelLine
    MOVE MontantAReporter TO MontantAffiche1
    MOVE SPACES TO EtatAnnuelLine
    STRING "MONTANT A REPORTER             : " DELIMITED BY SIZE
           MontantAffiche1 DELIMITED BY SIZE
           INTO EtatAnnuelLine
    WRITE EtatAnnuelLine.

*> ----------------------------------------------------------------
*> 4000-CALCULER-DATE-REPORT : le report a nouveau est date du
*> premier jour de la premiere periode encore ouverte apres
*> l'exercice (en principe janvier suivant), pour que DailyPost
*> l'accepte meme si la cloture annuelle est passee tard.
*> ----------------------------------------------------------------
4000-CALCULER-DATE-REPORT.
    COMPUTE AnneeReport = AnneeExercice + 1
    MOVE 1 TO MoisReport
    MOVE 0 TO NbEssaisReport
    PERFORM 4050-ESSAYER-PERIODE-REPORT
    PERFORM 4060-AVANCER-PERIODE-REPORT
        UNTIL NOT PeriodeEstClose OR NbEssaisReport > 120
    IF PeriodeEstClose
        MOVE "AUCUNE PERIODE OUVERTE POUR LE REPORT" TO MotifNonVerrou
        MOVE 'N' TO VerrouillableSw
    END-IF
    MOVE SPACES TO DateReport
    STRING PeriodeReport DELIMITED BY SIZE
           "-01" DELIMITED BY SIZE
           INTO DateReport.

4050-ESSAYER-PERIODE-REPORT.
    ADD 1 TO NbEssaisReport
    MOVE SPACES TO PeriodeReport
    STRING AnneeReport DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           MoisReport DELIMITED BY SIZE
           INTO PeriodeReport
    MOVE PeriodeReport TO PeriodeCherchee
    PERFORM 1220-CONTROLER-PERIODE-CLOSE.

4060-AVANCER-PERIODE-REPORT.
    IF MoisReport = 12
        ADD 1 TO AnneeReport
        MOVE 1 TO MoisReport
    ELSE
        ADD 1 TO MoisReport
    END-IF
    PERFORM 4050-ESSAYER-PERIODE-REPORT.

*> ----------------------------------------------------------------
*> 4100-EMETTRE-REPORT-NOUVEAU : une ou plusieurs lignes par centre
*> de cout dans la categorie de report a nouveau, en devise de base ;
*> leur somme est exactement le montant a reporter.
*> ----------------------------------------------------------------
4100-EMETTRE-REPORT-NOUVEAU.
    MOVE SPACES TO DescReport
    STRING "REPORT-A-NOUVEAU-" DELIMITED BY SIZE
           ExerciceAClore DELIMITED BY SIZE
           INTO DescReport
    OPEN OUTPUT ReportNouveauFile
    PERFORM 4150-EMETTRE-UN-CENTRE
        VARYING BccIdx FROM 1 BY 1 UNTIL BccIdx > NbCentresVus
    CLOSE ReportNouveauFile

    MOVE MontantAReporter TO MontantAffiche1
    MOVE NbLignesReport TO NbAffiche
    MOVE SPACES TO EtatAnnuelLine
    STRING "REPORT A NOUVEAU EN " DELIMITED BY SIZE
           CategorieReport DELIMITED BY SIZE
           " AU " DELIMITED BY SIZE
           DateReport DELIMITED BY SIZE
           " : " DELIMITED BY SIZE
           MontantAffiche1 DELIMITED BY SIZE
           " EN " DELIMITED BY SIZE
           NbAffiche DELIMITED BY SIZE
           " LIGNE(S)" DELIMITED BY SIZE
           INTO EtatAnnuelLine
    WRITE EtatAnnuelLine.

4150-EMETTRE-UN-CENTRE.
    MOVE BccTotal (BccIdx) TO MontantRestant
    PERFORM 4200-EMETTRE-UNE-TRANCHE UNTIL MontantRestant = 0.

*> ----------------------------------------------------------------
*> 4200-EMETTRE-UNE-TRANCHE : une ligne au format journalier, au
*> plus 99999.99 en valeur absolue, sous le TransID N + annee sur
*> deux chiffres + numero d'ordre.
*> ----------------------------------------------------------------
4200-EMETTRE-UNE-TRANCHE.
    EVALUATE TRUE
        WHEN MontantRestant > PlafondTranche
            MOVE PlafondTranche TO MontantTranche
        WHEN MontantRestant < 0 - PlafondTranche
            COMPUTE MontantTranche = 0 - PlafondTranche
        WHEN OTHER
            MOVE MontantRestant TO MontantTranche
    END-EVALUATE
    SUBTRACT MontantTranche FROM MontantRestant

    ADD 1 TO NumeroReport
    ADD 1 TO NbLignesReport
    MOVE SPACES TO TransIDReport
    STRING "N" DELIMITED BY SIZE
           ExerciceAClore(3:2) DELIMITED BY SIZE
           NumeroReport DELIMITED BY SIZE
           INTO TransIDReport

    PERFORM 4250-FORMATER-MONTANT
    MOVE SPACES TO ReportNouveauLigne
    STRING TransIDReport DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           DateReport DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           DescReport DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           CategorieReport DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           MontantTexteFinal DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           DeviseBase DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           BccCode (BccIdx) DELIMITED BY SPACE
           INTO ReportNouveauLigne
    WRITE ReportNouveauLigne.

*> ----------------------------------------------------------------
*> 4250-FORMATER-MONTANT : texte decimal signe au format des
*> fichiers journaliers, comme l'export de TxnMaint.
*> ----------------------------------------------------------------
4250-FORMATER-MONTANT.
    MOVE SPACES TO MontantTexteFinal
    COMPUTE MontantCentimes = MontantTranche * 100
    IF MontantCentimes < 0
        COMPUTE MontantCentimesAbs = MontantCentimes * -1
        DIVIDE MontantCentimesAbs BY 100
            GIVING MontantPartieEnt
            REMAINDER MontantPartieDec
        STRING "-" DELIMITED BY SIZE
               MontantPartieEnt DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               MontantPartieDec DELIMITED BY SIZE
               INTO MontantTexteFinal
    ELSE
        DIVIDE MontantCentimes BY 100
            GIVING MontantPartieEnt
            REMAINDER MontantPartieDec
        STRING MontantPartieEnt DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               MontantPartieDec DELIMITED BY SIZE
               INTO MontantTexteFinal
    END-IF.

*> ----------------------------------------------------------------
*> 4300-REMETTRE-CONTROLE : retire l'exercice clos du solde de
*> control_totals.txt ; le report a nouveau l'y reinscrira quand
*> SimpleAudit le passera. Fichier absent, rien n'est ecrit.
*> ----------------------------------------------------------------
4300-REMETTRE-CONTROLE.
    OPEN INPUT ControlFile
    IF ControlFileTrouve
        READ ControlFile
            NOT AT END
                MOVE CtrlSoldeCloture TO SoldeControleAvant
        END-READ
        CLOSE ControlFile
        COMPUTE SoldeControleApres
            = SoldeControleAvant - TotalArchivesAnnee
        OPEN OUTPUT ControlFile
        MOVE SoldeControleApres TO CtrlSoldeCloture
        WRITE ControlRecord
        CLOSE ControlFile

        MOVE SoldeControleAvant TO MontantAffiche1
        MOVE SoldeControleApres TO MontantAffiche2
        MOVE SPACES TO EtatAnnuelLine
        STRING "SOLDE DE CONTROLE AVANT " DELIMITED BY SIZE
               MontantAffiche1 DELIMITED BY SIZE
               "  APRES " DELIMITED BY SIZE
               MontantAffiche2 DELIMITED BY SIZE
               INTO EtatAnnuelLine
        WRITE EtatAnnuelLine
    ELSE
        CLOSE ControlFile
        SET DesAnomaliesDetectees TO TRUE
        MOVE "FICHIER DE TOTAUX DE CONTROLE ABSENT : SOLDE NON REMIS A ZERO"
            TO EtatAnnuelLine
        WRITE EtatAnnuelLine
    END-IF.

*> ----------------------------------------------------------------
*> 4500-VERROUILLER-EXERCICE : inscrit l'exercice au registre des
*> exercices clos, consulte par PriorAdjust et SoldeVerif.
*> ----------------------------------------------------------------
4500-VERROUILLER-EXERCICE.
    ACCEPT DateDuJour FROM DATE YYYYMMDD
    OPEN EXTEND ExercicesFile
    MOVE SPACES TO ExerciceClosLigne
    MOVE ExerciceAClore TO ExcAnnee
    MOVE CloseOperateur TO ExcOperateur
    MOVE DateDuJour TO ExcDateCloture
    MOVE CategorieReport TO ExcCategorieReport
    MOVE ResultatExercice TO MontantExcEdite
    MOVE MontantExcEdite TO ExcResultatTxte
    MOVE MontantAReporter TO MontantExcEdite
    MOVE MontantExcEdite TO ExcReportTxte
    MOVE SoldeControleAvant TO SoldeExcEdite
    MOVE SoldeExcEdite TO ExcControleAvant
    MOVE SoldeControleApres TO SoldeExcEdite
    MOVE SoldeExcEdite TO ExcControleApres
    WRITE ExerciceClosLigne
    CLOSE ExercicesFile.

*> ----------------------------------------------------------------
*> 5950-ECRIRE-JOURNAL-EXECUTION : ajoute une ligne au journal
*> permanent des executions, comme le fait SimpleAudit.
*> ----------------------------------------------------------------
5950-ECRIRE-JOURNAL-EXECUTION.
    ACCEPT DateDuJour FROM DATE YYYYMMDD
    ACCEPT HeureDuJour FROM TIME
    ACCEPT UtilisateurRun FROM ENVIRONMENT "USER"
    IF UtilisateurRun = SPACES
        MOVE "INCONNU" TO UtilisateurRun
    END-IF

    MOVE NbLignesReport TO NbReportAffiche
    IF DesAnomaliesDetectees
        MOVE "ERR " TO CodeRetourRun
    ELSE
        MOVE "OK" TO CodeRetourRun
    END-IF

    OPEN EXTEND AuditLogFile
    MOVE SPACES TO AuditLogLine
    IF MotifRefus = SPACES
        STRING DateDuJour DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HeureDuJour DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               UtilisateurRun DELIMITED BY SIZE
               " EXERCICE=" DELIMITED BY SIZE
               ExerciceAClore DELIMITED BY SIZE
               " REPORT=" DELIMITED BY SIZE
               NbReportAffiche DELIMITED BY SIZE
               " VERROU=" DELIMITED BY SIZE
               IndicateurVerrou DELIMITED BY SIZE
               " OP=" DELIMITED BY SIZE
               CloseOperateur DELIMITED BY SIZE
               " STATUT=" DELIMITED BY SIZE
               CodeRetourRun DELIMITED BY SIZE
               INTO AuditLogLine
    ELSE
        STRING DateDuJour DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HeureDuJour DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               UtilisateurRun DELIMITED BY SIZE
               " EXERCICE=" DELIMITED BY SIZE
               ExerciceAClore DELIMITED BY SIZE
               " OP=" DELIMITED BY SIZE
               CloseOperateur DELIMITED BY SIZE
               " STATUT=" DELIMITED BY SIZE
               CodeRetourRun DELIMITED BY SIZE
               " MOTIF=" DELIMITED BY SIZE
               MotifRefus DELIMITED BY SIZE
               INTO AuditLogLine
    END-IF
    WRITE AuditLogLine
    CLOSE AuditLogFile.
