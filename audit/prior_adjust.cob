IDENTIFICATION DIVISION.
PROGRAM-ID. PriorAdjust.

*> ------------------------------------------------------------------
*> Ecritures d'ajustement sur periode close : une erreur decouverte
*> apres la cloture ne peut plus passer par TxnMaint (PERIODE CLOSE),
*> et l'archive comme l'etat de cloture deja diffuses ne doivent pas
*> etre retouches. La correction est donc passee dans la periode
*> ouverte, marquee comme ajustement de la periode d'origine.
*>
*> Format d'une correction (ajustements_in.txt, champs separes par
*> des espaces ; devise et centre de cout facultatifs, comme dans
*> TxnMaint) :
*>   OPER PERIODE TRANID-ORIGINE DATE CATEGORIE MONTANT [DEVISE]
*>        [CENTRE]
*> ou OPER est le code de l'operateur qui soumet la correction,
*> PERIODE (AAAA-MM) la periode close corrigee, TRANID-ORIGINE la
*> transaction archivee qu'elle corrige, et DATE la date de
*> comptabilisation, dans une periode encore ouverte.
*>
*> L'operateur doit figurer au referentiel operateurs_ref.txt (voir
*> opref.cpy), actif et habilite a la saisie. Une correction dont le
*> montant en devise de base depasse le seuil d'exception de
*> SimpleAudit n'est pas emise : comme dans TxnMaint, elle est
*> inscrite en attente au registre attentes_validation.txt (voir
*> attval.cpy) sous une reference Vnnnnn, et n'est emise qu'au
*> premier run qui suit sa confirmation, dans validations.txt
*> (ligne "Oper Vnnnnn"), par un second operateur different, actif
*> et habilite a la validation.
*>
*> Chaque correction acceptee :
*>   - est emise au format journalier standard dans
*>     transactions_ajustements.txt, prete pour SimpleAudit (extrait
*>     GL) et DailyPost, sous le TransID J + numero d'ordre du
*>     registre et le libelle AJUST-AAAA-MM-TTTTTT (voir ajudesc.cpy)
*>     qui porte le marquage et la periode d'origine ;
*>   - est inscrite au registre permanent registre_ajustements.txt,
*>     avec l'operateur et, le cas echeant, le valideur.
*> Pour chaque periode touchee, l'etat complementaire
*> cloture_AAAA-MM_ajust.txt est reecrit a partir du registre : il
*> liste tous les ajustements emis contre la periode depuis sa
*> cloture, leur total en devise de base et le total de la periode
*> ajuste. archive_txn_AAAA-MM.txt et cloture_AAAA-MM.txt ne sont
*> jamais ouverts qu'en lecture. ajustements_report.txt trace chaque
*> correction avec son operateur, et les refus avec leur motif.
*>
*> Une periode d'un exercice verrouille par YearEndClose (registre
*> exercices_clos.txt, voir execlos.cpy) n'accepte plus
*> d'ajustement : son resultat a deja ete reporte a nouveau.
*> ------------------------------------------------------------------

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL AjustInFile ASSIGN TO 'ajustements_in.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AjustInStatus.
    SELECT AjustGenereFile ASSIGN TO 'transactions_ajustements.txt'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL RegistreFile ASSIGN TO 'registre_ajustements.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RegistreStatus.
    SELECT AjustReportFile ASSIGN TO 'ajustements_report.txt'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT EtatAjustFile ASSIGN TO DYNAMIC NomEtatAjust
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL ArchiveFile ASSIGN TO DYNAMIC NomArchive
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ArchiveStatus.
    SELECT OPTIONAL ClotureFile ASSIGN TO DYNAMIC NomEtatCloture
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ClotureStatus.
    SELECT OPTIONAL PeriodesFile ASSIGN TO 'periodes_closes.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PeriodesStatus.
    SELECT OPTIONAL CatRefFile ASSIGN TO 'categories_ref.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CatRefStatus.
    SELECT OPTIONAL CcRefFile ASSIGN TO 'centres_cout_ref.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CcRefStatus.
    SELECT OPTIONAL TauxFile ASSIGN TO 'taux_change.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TauxStatus.
    SELECT OPTIONAL ExercicesFile ASSIGN TO 'exercices_clos.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ExercicesStatus.
    SELECT OPTIONAL OpRefFile ASSIGN TO 'operateurs_ref.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OpRefStatus.
    SELECT OPTIONAL AttenteFile ASSIGN TO 'attentes_validation.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AttenteStatus.
    SELECT OPTIONAL ValidationFile ASSIGN TO 'validations.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ValidationStatus.
    SELECT OPTIONAL AuditLogFile ASSIGN TO 'audit_run_log.txt'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD AjustInFile.
01 AjustInLine     PIC X(80).

FD AjustGenereFile.
01 AjustGenereLigne PIC X(80).

FD RegistreFile.
01 RegistreLigne   PIC X(100).

FD AjustReportFile.
01 AjustReportLine PIC X(120).

FD EtatAjustFile.
01 EtatAjustLine   PIC X(100).

FD ArchiveFile.
01 ArchiveLigne    PIC X(80).

FD ClotureFile.
01 ClotureLigne    PIC X(80).

FD PeriodesFile.
01 PeriodeLigne    PIC X(07).

FD CatRefFile.
COPY "catref.cpy".

FD CcRefFile.
COPY "ccref.cpy".

FD TauxFile.
01 TauxLigne       PIC X(40).

FD ExercicesFile.
COPY "execlos.cpy".

FD OpRefFile.
COPY "opref.cpy".

FD AttenteFile.
COPY "attval.cpy".

FD ValidationFile.
01 ValidationLigne PIC X(40).

FD AuditLogFile.
01 AuditLogLine    PIC X(132).

WORKING-STORAGE SECTION.
01 AjustInStatus   PIC XX VALUE SPACES.
    88 AjustInTrouve VALUE '00'.
01 RegistreStatus  PIC XX VALUE SPACES.
    88 RegistreTrouve VALUE '00'.
01 ArchiveStatus   PIC XX VALUE SPACES.
    88 ArchiveTrouvee VALUE '00'.
01 ClotureStatus   PIC XX VALUE SPACES.
    88 ClotureTrouvee VALUE '00'.
01 PeriodesStatus  PIC XX VALUE SPACES.
    88 PeriodesFileTrouve VALUE '00'.
01 TauxStatus      PIC XX VALUE SPACES.
    88 TauxFileTrouve VALUE '00'.

01 EOFAjust        PIC X VALUE 'N'.
01 EOFRegistre     PIC X VALUE 'N'.
01 EOFArchive      PIC X VALUE 'N'.
01 EOFCloture      PIC X VALUE 'N'.
01 EOFPeriodes     PIC X VALUE 'N'.
01 EOFTaux         PIC X VALUE 'N'.
01 NomArchive      PIC X(40) VALUE SPACES.
01 NomEtatCloture  PIC X(40) VALUE SPACES.
01 NomEtatAjust    PIC X(40) VALUE SPACES.

*> operateur porte en tete de chaque correction : la ligne lue est
*> separee en code operateur et correction proprement dite, seule
*> conservee au registre des attentes de validation, comme dans
*> TxnMaint
01 AjLigne         PIC X(80) VALUE SPACES.
01 AjOperateur     PIC X(08) VALUE SPACES.
01 AjValideur      PIC X(08) VALUE SPACES.
01 NbCarOperateur  PIC 9(02) VALUE 0.
01 PositionOperateur PIC 9(03) VALUE 1.

*> decoupage d'une correction, avec comptage des caracteres affectes
*> et position atteinte, comme dans TxnMaint
01 AjPeriode       PIC X(07) VALUE SPACES.
01 AjTranIDOrigine PIC X(06) VALUE SPACES.
01 AjDate          PIC X(10) VALUE SPACES.
01 AjDateDecoupee REDEFINES AjDate.
    05 AjDateAnnee  PIC X(04).
    05 AjDateSep1   PIC X(01).
    05 AjDateMois   PIC X(02).
    05 AjDateSep2   PIC X(01).
    05 AjDateJour   PIC X(02).
01 AjCategorie     PIC X(04) VALUE SPACES.
01 AjMontantTxte   PIC X(12) VALUE SPACES.
01 AjMontantLu     PIC S9(7)V99 VALUE 0.
01 AjMontant       PIC S9(5)V99 VALUE 0.
01 AjDevise        PIC X(03) VALUE SPACES.
01 AjCentreCout    PIC X(04) VALUE SPACES.
01 AjTransID       PIC X(06) VALUE SPACES.
01 PositionAjust   PIC 9(03) VALUE 1.
01 NbCarPeriode    PIC 9(02) VALUE 0.
01 NbCarTranID     PIC 9(02) VALUE 0.
01 NbCarDate       PIC 9(02) VALUE 0.
01 NbCarCategorie  PIC 9(02) VALUE 0.
01 NbCarMontant    PIC 9(02) VALUE 0.
01 NbCarDevise     PIC 9(02) VALUE 0.
01 NbCarCentre     PIC 9(02) VALUE 0.
01 DeviseBase      PIC X(03) VALUE 'CHF'.
01 CentreCoutDefaut PIC X(04) VALUE 'SIEG'.
01 ResultatAjust   PIC X(32) VALUE SPACES.

*> libelle normalise de l'ecriture d'ajustement
COPY "ajudesc.cpy".

*> registre permanent : numero d'ordre du dernier ajustement emis,
*> qui fait le TransID J + 5 chiffres
01 NbRegistre      PIC 9(05) VALUE 0.
01 RegPeriode      PIC X(07) VALUE SPACES.
01 RegTranIDOrigine PIC X(06) VALUE SPACES.
01 RegTransID      PIC X(06) VALUE SPACES.
01 RegDate         PIC X(10) VALUE SPACES.
01 RegCategorie    PIC X(04) VALUE SPACES.
01 RegMontantTxte  PIC X(12) VALUE SPACES.
01 RegDevise       PIC X(03) VALUE SPACES.
01 RegCentre       PIC X(04) VALUE SPACES.
01 RegBaseTxte     PIC X(12) VALUE SPACES.
01 RegDateEmission PIC X(08) VALUE SPACES.
01 RegMontantEdite PIC +9(5).99.
01 RegBaseEditee   PIC +9(7).99.

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

*> referentiel des operateurs, comme dans TxnMaint : l'operateur
*> d'une correction doit y etre actif et habilite a la saisie ; le
*> second operateur d'une double validation, actif, habilite a la
*> validation et different du premier.
01 OpRefStatus     PIC XX VALUE SPACES.
    88 OpRefFileTrouve VALUE '00'.
01 RefOperateursSw PIC X VALUE 'N'.
    88 RefOperateursCharge VALUE 'O'.
01 RefOperateursTronqueSw PIC X VALUE 'N'.
    88 RefOperateursTronque VALUE 'O'.
01 EOFOpRef        PIC X VALUE 'N'.
01 NbOperateursRef PIC 9(03) VALUE 0.
01 TableOperateursRef.
    05 OpRefEntry OCCURS 100 TIMES INDEXED BY OprIdx.
        10 OprCode     PIC X(08) VALUE SPACES.
        10 OprRoles    PIC X(04) VALUE SPACES.
        10 OprFlag     PIC X(01) VALUE SPACES.
01 OperateurCherche PIC X(08) VALUE SPACES.
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
01 OperateurJournal PIC X(08) VALUE SPACES.

*> double validation, comme dans TxnMaint : une correction dont le
*> montant en devise de base depasse le seuil d'exception de
*> SimpleAudit est inscrite en attente au registre au lieu d'etre
*> emise ; elle l'est au premier run qui suit la confirmation d'un
*> second operateur.
01 SeuilMontant    PIC S9(5)V99 VALUE 5000.00.
01 MontantBaseAbsolu PIC S9(7)V99 VALUE 0.
01 ProgrammeAttente PIC X(12) VALUE 'PRIORADJUST'.
01 AttenteStatus   PIC XX VALUE SPACES.
    88 AttenteFileTrouve VALUE '00'.
01 ValidationStatus PIC XX VALUE SPACES.
    88 ValidationFileTrouve VALUE '00'.
01 EOFAttentes     PIC X VALUE 'N'.
01 EOFValidations  PIC X VALUE 'N'.
01 NbReferencesAttente PIC 9(05) VALUE 0.
01 ReferenceNumero PIC 9(05) VALUE 0.
01 ReferenceAttente PIC X(06) VALUE SPACES.
01 NbAttentes      PIC 9(03) VALUE 0.
01 TableAttentes.
    05 AttenteEntry OCCURS 500 TIMES INDEXED BY AtpIdx.
        10 AtpReference PIC X(06) VALUE SPACES.
        10 AtpCle       PIC X(06) VALUE SPACES.
        10 AtpOperateur PIC X(08) VALUE SPACES.
        10 AtpEtat      PIC X(01) VALUE SPACES.
        10 AtpValideur  PIC X(08) VALUE SPACES.
        10 AtpContenu   PIC X(120) VALUE SPACES.
01 AttentesPleinesSw PIC X VALUE 'N'.
    88 AttentesPleines VALUE 'O'.
01 ValOperateurLu  PIC X(08) VALUE SPACES.
01 ValReferenceLue PIC X(06) VALUE SPACES.
01 NbCarValOperateur PIC 9(02) VALUE 0.
01 MotifValidation PIC X(30) VALUE SPACES.
01 ValidationEnCoursSw PIC X VALUE 'N'.
    88 ValidationEnCours VALUE 'O'.
01 ReferenceEnCours PIC X(06) VALUE SPACES.
01 NbMisesEnAttente PIC 9(05) VALUE 0.
01 NbValidationsAppliquees PIC 9(05) VALUE 0.

*> registre des periodes closes, comme dans TxnMaint
01 NbPeriodesCloses PIC 9(03) VALUE 0.
01 TablePeriodesCloses.
    05 PeriodeCloseEntry OCCURS 120 TIMES INDEXED BY PerIdx.
        10 PeriodeClose PIC X(07) VALUE SPACES.
01 PeriodeCherchee PIC X(07) VALUE SPACES.
01 PeriodeEstCloseSw PIC X VALUE 'N'.
    88 PeriodeEstClose VALUE 'O'.

*> exercices verrouilles par la cloture annuelle
01 ExercicesStatus PIC XX VALUE SPACES.
    88 ExercicesFileTrouve VALUE '00'.
01 EOFExercices    PIC X VALUE 'N'.
01 NbExercicesClos PIC 9(03) VALUE 0.
01 TableExercicesClos.
    05 ExerciceClosEntry OCCURS 100 TIMES INDEXED BY ExcIdx.
        10 ExerciceClos PIC X(04) VALUE SPACES.
01 ExerciceCherche PIC X(04) VALUE SPACES.
01 ExerciceEstClosSw PIC X VALUE 'N'.
    88 ExerciceEstClos VALUE 'O'.

*> periodes touchees par le run, dont l'etat complementaire est a
*> reecrire
01 NbPeriodesTouchees PIC 9(03) VALUE 0.
01 TablePeriodesTouchees.
    05 PeriodeToucheeEntry OCCURS 120 TIMES INDEXED BY TchIdx.
        10 PeriodeTouchee PIC X(07) VALUE SPACES.
01 PeriodeEtat     PIC X(07) VALUE SPACES.

*> table des taux de change, comme dans MonthClose
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
01 MontantBase     PIC S9(7)V99 VALUE 0.

*> recherche de la transaction d'origine dans l'archive
01 ArcTranID       PIC X(06) VALUE SPACES.
01 OrigineTrouveeSw PIC X VALUE 'N'.
    88 OrigineTrouvee VALUE 'O'.

*> decomposition d'un montant en texte decimal signe, comme
*> l'export de TxnMaint (3050-FORMATER-MONTANT)
01 MontantCentimes     PIC S9(07) VALUE 0.
01 MontantCentimesAbs  PIC 9(07) VALUE 0.
01 MontantPartieEnt    PIC 9(05) VALUE 0.
01 MontantPartieDec    PIC 9(02) VALUE 0.
01 MontantTexteFinal   PIC X(10) VALUE SPACES.

*> etat complementaire
01 NbAjustPeriode  PIC 9(05) VALUE 0.
01 TotalAjustPeriode PIC S9(9)V99 VALUE 0.
01 TotalEtatCloture PIC S9(9)V99 VALUE 0.
01 EtatClotureTrouveSw PIC X VALUE 'N'.
    88 EtatClotureTrouve VALUE 'O'.
01 TotalPeriodeAjuste PIC S9(9)V99 VALUE 0.

01 NbCorrectionsLues PIC 9(05) VALUE 0.
01 NbEmises        PIC 9(05) VALUE 0.
01 NbRefusees      PIC 9(05) VALUE 0.
01 NbAffiche       PIC ZZZZZZ9.
01 MontantAffiche  PIC Z(8)9.99-.

*> journal permanent des executions, comme dans SimpleAudit
01 DateDuJour          PIC 9(08).
01 HeureDuJour         PIC 9(08).
01 UtilisateurRun      PIC X(12) VALUE SPACES.
01 IndicateurAnomalie  PIC X VALUE 'N'.
    88 DesAnomaliesDetectees VALUE 'O'.
01 CodeRetourRun       PIC X(04) VALUE 'OK'.
01 NbEmisesAffiche     PIC ZZZZZZ9.
01 NbRefuseesAffiche   PIC ZZZZZZ9.
01 NbAttenteAffiche    PIC ZZZZZZ9.
01 NbValideesAffiche   PIC ZZZZZZ9.

PROCEDURE DIVISION.
    OPEN OUTPUT AjustReportFile

    PERFORM 900-CHARGER-REFERENTIEL-CATEGORIES
    PERFORM 925-CHARGER-REFERENTIEL-CENTRES
    PERFORM 940-CHARGER-PERIODES-CLOSES
    PERFORM 960-CHARGER-TAUX-CHANGE
    PERFORM 980-CHARGER-EXERCICES-CLOS
    PERFORM 1000-COMPTER-REGISTRE
    PERFORM 1100-CHARGER-OPERATEURS
    PERFORM 1200-CHARGER-ATTENTES
    PERFORM 1300-CHARGER-VALIDATIONS

    ACCEPT DateDuJour FROM DATE YYYYMMDD
    MOVE DateDuJour TO RegDateEmission

*> les corrections confirmees partent meme sans nouveau fichier de
*> corrections
    OPEN OUTPUT AjustGenereFile
    OPEN EXTEND RegistreFile
    OPEN EXTEND AttenteFile
    PERFORM 1500-APPLIQUER-VALIDATIONS

    OPEN INPUT AjustInFile
    IF AjustInTrouve
        PERFORM 2000-TRAITER-UNE-CORRECTION UNTIL EOFAjust = 'Y'
    ELSE
        SET DesAnomaliesDetectees TO TRUE
        MOVE "FICHIER DES CORRECTIONS ABSENT : AUCUNE NOUVELLE CORRECTION"
            TO AjustReportLine
        WRITE AjustReportLine
    END-IF
    CLOSE AjustInFile
    CLOSE AttenteFile
    CLOSE RegistreFile
    CLOSE AjustGenereFile

    PERFORM 3000-ECRIRE-ETATS-COMPLEMENTAIRES
        VARYING TchIdx FROM 1 BY 1 UNTIL TchIdx > NbPeriodesTouchees

    PERFORM 4000-IMPRIMER-RECAPITULATIF

    CLOSE AjustReportFile

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
            TO AjustReportLine
        WRITE AjustReportLine
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
            TO AjustReportLine
        WRITE AjustReportLine
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
*> 940-CHARGER-PERIODES-CLOSES : charge en table le registre des
*> periodes closes tenu par MonthClose, comme TxnMaint.
*> ----------------------------------------------------------------
940-CHARGER-PERIODES-CLOSES.
    OPEN INPUT PeriodesFile
    IF PeriodesFileTrouve
        PERFORM 945-LIRE-UNE-PERIODE UNTIL EOFPeriodes = 'Y'
    END-IF
    CLOSE PeriodesFile.

945-LIRE-UNE-PERIODE.
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

950-CONTROLER-PERIODE-CLOSE.
    MOVE 'N' TO PeriodeEstCloseSw
    SET PerIdx TO 1
    SEARCH PeriodeCloseEntry
        AT END
            CONTINUE
        WHEN PeriodeClose (PerIdx) = PeriodeCherchee
            SET PeriodeEstClose TO TRUE
    END-SEARCH.

*> ----------------------------------------------------------------
*> 960-CHARGER-TAUX-CHANGE : charge en table les taux de change
*> vers la devise de base, comme le fait MonthClose.
*> ----------------------------------------------------------------
960-CHARGER-TAUX-CHANGE.
    OPEN INPUT TauxFile
    IF TauxFileTrouve
        PERFORM 965-LIRE-UN-TAUX UNTIL EOFTaux = 'Y'
    END-IF
    CLOSE TauxFile.

965-LIRE-UN-TAUX.
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
*> 970-CONVERTIR-EN-BASE : convertit AjMontant en devise de base au
*> taux de AjDate, comme le fait MonthClose ; positionne
*> TauxExiste.
*> ----------------------------------------------------------------
970-CONVERTIR-EN-BASE.
    MOVE 'N' TO TauxExisteSw
    IF AjDevise = DeviseBase
        SET TauxExiste TO TRUE
        MOVE 1 TO TauxCourant
    ELSE
        SET TauxIdx TO 1
        SEARCH TauxEntry
            AT END
                CONTINUE
            WHEN TauxDate (TauxIdx) = AjDate
             AND TauxDevise (TauxIdx) = AjDevise
                SET TauxExiste TO TRUE
                MOVE TauxValeur (TauxIdx) TO TauxCourant
        END-SEARCH
    END-IF

    IF TauxExiste
        COMPUTE MontantBase ROUNDED = AjMontant * TauxCourant
    ELSE
        MOVE AjMontant TO MontantBase
    END-IF.

*> ----------------------------------------------------------------
*> 980-CHARGER-EXERCICES-CLOS : charge en table les exercices
*> verrouilles par YearEndClose.
*> ----------------------------------------------------------------
980-CHARGER-EXERCICES-CLOS.
    OPEN INPUT ExercicesFile
    IF ExercicesFileTrouve
        PERFORM 985-LIRE-UN-EXERCICE UNTIL EOFExercices = 'Y'
    END-IF
    CLOSE ExercicesFile.

985-LIRE-UN-EXERCICE.
    READ ExercicesFile
        AT END
            MOVE 'Y' TO EOFExercices
        NOT AT END
            IF NbExercicesClos < 100
                ADD 1 TO NbExercicesClos
                SET ExcIdx TO NbExercicesClos
                MOVE ExcAnnee TO ExerciceClos (ExcIdx)
            END-IF
    END-READ.

990-CONTROLER-EXERCICE-CLOS.
    MOVE 'N' TO ExerciceEstClosSw
    SET ExcIdx TO 1
    SEARCH ExerciceClosEntry
        AT END
            CONTINUE
        WHEN ExerciceClos (ExcIdx) = ExerciceCherche
            SET ExerciceEstClos TO TRUE
    END-SEARCH.

*> ----------------------------------------------------------------
*> 1000-COMPTER-REGISTRE : le numero d'ordre des ajustements reprend
*> apres la derniere ligne du registre permanent.
*> ----------------------------------------------------------------
1000-COMPTER-REGISTRE.
    OPEN INPUT RegistreFile
    IF RegistreTrouve
        PERFORM 1050-COMPTER-UNE-LIGNE UNTIL EOFRegistre = 'Y'
    END-IF
    CLOSE RegistreFile.

1050-COMPTER-UNE-LIGNE.
    READ RegistreFile
        AT END
            MOVE 'Y' TO EOFRegistre
        NOT AT END
            IF RegistreLigne NOT = SPACES
                ADD 1 TO NbRegistre
            END-IF
    END-READ.

*> ----------------------------------------------------------------
*> 1100-CHARGER-OPERATEURS : charge en table le referentiel des
*> operateurs, comme TxnMaint ; absent, on l'annonce dans
*> ajustements_report.txt et aucune correction ne sera emise.
*> ----------------------------------------------------------------
1100-CHARGER-OPERATEURS.
    OPEN INPUT OpRefFile
    IF OpRefFileTrouve
        SET RefOperateursCharge TO TRUE
        PERFORM 1110-LIRE-UN-OPERATEUR UNTIL EOFOpRef = 'Y'
    END-IF
    CLOSE OpRefFile

    IF NOT RefOperateursCharge
        MOVE "REFERENTIEL OPERATEURS ABSENT : AUCUNE CORRECTION EMISE"
            TO AjustReportLine
        WRITE AjustReportLine
        SET DesAnomaliesDetectees TO TRUE
    END-IF
    IF RefOperateursTronque
        MOVE "REFERENTIEL OPERATEURS TRONQUE A 100 CODES"
            TO AjustReportLine
        WRITE AjustReportLine
        SET DesAnomaliesDetectees TO TRUE
    END-IF.

1110-LIRE-UN-OPERATEUR.
    READ OpRefFile
        AT END
            MOVE 'Y' TO EOFOpRef
        NOT AT END
            IF NbOperateursRef < 100
                ADD 1 TO NbOperateursRef
                SET OprIdx TO NbOperateursRef
                MOVE OpRefCode TO OprCode (OprIdx)
                MOVE OpRefRoles TO OprRoles (OprIdx)
                MOVE OpRefFlag TO OprFlag (OprIdx)
            ELSE
                SET RefOperateursTronque TO TRUE
            END-IF
    END-READ.

*> ----------------------------------------------------------------
*> 1120-CHERCHER-OPERATEUR : cherche OperateurCherche dans le
*> referentiel et positionne EtatOperateur (actif, retire ou
*> inconnu) ainsi que ses roles.
*> ----------------------------------------------------------------
1120-CHERCHER-OPERATEUR.
    MOVE SPACES TO RolesOperateurTrouve
    SET OprIdx TO 1
    SEARCH OpRefEntry
        AT END
            SET OperateurInconnu TO TRUE
        WHEN OprCode (OprIdx) = OperateurCherche
            MOVE OprFlag (OprIdx) TO EtatOperateur
            MOVE OprRoles (OprIdx) TO RolesOperateurTrouve
    END-SEARCH
    IF NOT OperateurTrouveActif AND NOT OperateurTrouveInactif
        SET OperateurInconnu TO TRUE
    END-IF.

*> ----------------------------------------------------------------
*> 1200-CHARGER-ATTENTES : relit le registre des attentes de
*> validation, comme TxnMaint ; toutes les references y sont
*> comptees pour numeroter les suivantes, et les corrections encore
*> en attente (ligne E sans ligne L ou R de meme reference) sont
*> mises en table.
*> ----------------------------------------------------------------
1200-CHARGER-ATTENTES.
    OPEN INPUT AttenteFile
    IF AttenteFileTrouve
        PERFORM 1210-LIRE-UNE-ATTENTE UNTIL EOFAttentes = 'Y'
    END-IF
    CLOSE AttenteFile

    IF AttentesPleines
        MOVE "ATTENTES DE VALIDATION AU-DELA DE 500 : SURPLUS IGNORE"
            TO AjustReportLine
        WRITE AjustReportLine
        SET DesAnomaliesDetectees TO TRUE
    END-IF.

1210-LIRE-UNE-ATTENTE.
    READ AttenteFile
        AT END
            MOVE 'Y' TO EOFAttentes
        NOT AT END
            IF AttEnAttente
                ADD 1 TO NbReferencesAttente
            END-IF
            IF AttProgramme = ProgrammeAttente
                IF AttEnAttente
                    PERFORM 1220-RANGER-ATTENTE
                ELSE
                    SET AtpIdx TO 1
                    SEARCH AttenteEntry
                        AT END
                            CONTINUE
                        WHEN AtpReference (AtpIdx) = AttReference
                         AND AtpEtat (AtpIdx) = 'E'
                            MOVE AttStatut TO AtpEtat (AtpIdx)
                    END-SEARCH
                END-IF
            END-IF
    END-READ.

*> ----------------------------------------------------------------
*> 1220-RANGER-ATTENTE : range en table la ligne E de AttenteLigne,
*> dans la premiere place libre (jamais occupee, ou liberee par une
*> ligne L ou R).
*> ----------------------------------------------------------------
1220-RANGER-ATTENTE.
    SET AtpIdx TO 1
    SEARCH AttenteEntry
        AT END
            SET AttentesPleines TO TRUE
        WHEN AtpEtat (AtpIdx) NOT = 'E'
            MOVE AttReference TO AtpReference (AtpIdx)
            MOVE AttCle TO AtpCle (AtpIdx)
            MOVE AttOperateur TO AtpOperateur (AtpIdx)
            MOVE 'E' TO AtpEtat (AtpIdx)
            MOVE SPACES TO AtpValideur (AtpIdx)
            MOVE AttContenu TO AtpContenu (AtpIdx)
            IF AtpIdx > NbAttentes
                SET NbAttentes TO AtpIdx
            END-IF
    END-SEARCH.

*> ----------------------------------------------------------------
*> 1300-CHARGER-VALIDATIONS : lit les confirmations des seconds
*> operateurs (Oper Vnnnnn) et retient, pour chaque correction en
*> attente, la premiere confirmation recevable, comme TxnMaint.
*> ----------------------------------------------------------------
1300-CHARGER-VALIDATIONS.
    OPEN INPUT ValidationFile
    IF ValidationFileTrouve
        PERFORM 1310-LIRE-UNE-VALIDATION UNTIL EOFValidations = 'Y'
    END-IF
    CLOSE ValidationFile.

1310-LIRE-UNE-VALIDATION.
    READ ValidationFile
        AT END
            MOVE 'Y' TO EOFValidations
        NOT AT END
            MOVE SPACES TO ValOperateurLu ValReferenceLue
            MOVE 0 TO NbCarValOperateur
            UNSTRING ValidationLigne DELIMITED BY SPACE
                INTO ValOperateurLu COUNT IN NbCarValOperateur,
                     ValReferenceLue
            END-UNSTRING
            SET AtpIdx TO 1
            SEARCH AttenteEntry
                AT END
                    CONTINUE
                WHEN AtpReference (AtpIdx) = ValReferenceLue
                 AND AtpEtat (AtpIdx) = 'E'
                    IF AtpValideur (AtpIdx) = SPACES
                        PERFORM 1320-CONTROLER-VALIDEUR
                    END-IF
            END-SEARCH
    END-READ.

*> ----------------------------------------------------------------
*> 1320-CONTROLER-VALIDEUR : le second operateur doit etre connu,
*> actif, habilite a la validation et different de celui qui a
*> saisi la correction.
*> ----------------------------------------------------------------
1320-CONTROLER-VALIDEUR.
    MOVE SPACES TO MotifValidation
    MOVE ValOperateurLu TO OperateurCherche
    PERFORM 1120-CHERCHER-OPERATEUR
    EVALUATE TRUE
        WHEN NbCarValOperateur > 8 OR OperateurInconnu
            MOVE "VALIDEUR INCONNU" TO MotifValidation
        WHEN OperateurTrouveInactif
            MOVE "VALIDEUR INACTIF" TO MotifValidation
        WHEN NOT RoleValidationAccorde
            MOVE "ROLE VALIDATION NON ACCORDE" TO MotifValidation
        WHEN ValOperateurLu = AtpOperateur (AtpIdx)
            MOVE "VALIDEUR IDENTIQUE AU SAISISSEUR" TO MotifValidation
        WHEN OTHER
            MOVE ValOperateurLu TO AtpValideur (AtpIdx)
    END-EVALUATE

    IF MotifValidation NOT = SPACES
        SET DesAnomaliesDetectees TO TRUE
        MOVE SPACES TO AjustReportLine
        STRING "VALIDATION " DELIMITED BY SIZE
               ValReferenceLue DELIMITED BY SIZE
               " PAR " DELIMITED BY SIZE
               ValOperateurLu DELIMITED BY SPACE
               " : REFUSEE (" DELIMITED BY SIZE
               MotifValidation DELIMITED BY "  "
               ")" DELIMITED BY SIZE
               INTO AjustReportLine
        WRITE AjustReportLine
    END-IF.

*> ----------------------------------------------------------------
*> 1500-APPLIQUER-VALIDATIONS : emet, avant les corrections du jour,
*> les corrections en attente confirmees par un second operateur ;
*> chacune repasse les controles de la correction et est soldee au
*> registre par une ligne L (emise) ou R (refusee au moment d'etre
*> emise, a ressaisir).
*> ----------------------------------------------------------------
1500-APPLIQUER-VALIDATIONS.
    PERFORM 1550-APPLIQUER-UNE-VALIDATION
        VARYING AtpIdx FROM 1 BY 1 UNTIL AtpIdx > NbAttentes.

1550-APPLIQUER-UNE-VALIDATION.
    IF AtpEtat (AtpIdx) = 'E' AND AtpValideur (AtpIdx) NOT = SPACES
        SET ValidationEnCours TO TRUE
        MOVE AtpReference (AtpIdx) TO ReferenceEnCours
        MOVE AtpOperateur (AtpIdx) TO AjOperateur
        MOVE AtpValideur (AtpIdx) TO AjValideur
        MOVE AtpContenu (AtpIdx) TO AjLigne
        PERFORM 2070-NOTER-OPERATEUR
        PERFORM 2050-CONTROLER-ET-EMETTRE

        MOVE SPACES TO AttenteLigne
        IF ResultatAjust = SPACES
            SET AttLiberee TO TRUE
            ADD 1 TO NbValidationsAppliquees
        ELSE
            SET AttRefusee TO TRUE
        END-IF
        MOVE ReferenceEnCours TO AttReference
        MOVE ProgrammeAttente TO AttProgramme
        MOVE AjTranIDOrigine TO AttCle
        MOVE AjValideur TO AttOperateur
        MOVE DateDuJour TO AttDate
        MOVE AjLigne TO AttContenu
        MOVE AttStatut TO AtpEtat (AtpIdx)
        WRITE AttenteLigne

        MOVE 'N' TO ValidationEnCoursSw
        MOVE SPACES TO AjValideur ReferenceEnCours
    END-IF.

*> ----------------------------------------------------------------
*> 2000-TRAITER-UNE-CORRECTION : lit une correction et separe le
*> code operateur en tete de la ligne, puis la controle et l'emet.
*> ----------------------------------------------------------------
2000-TRAITER-UNE-CORRECTION.
    READ AjustInFile
        AT END
            MOVE 'Y' TO EOFAjust
        NOT AT END
            IF AjustInLine NOT = SPACES
                ADD 1 TO NbCorrectionsLues
                MOVE SPACES TO AjOperateur AjLigne
                MOVE 0 TO NbCarOperateur
                MOVE 1 TO PositionOperateur
                UNSTRING AjustInLine DELIMITED BY SPACE
                    INTO AjOperateur COUNT IN NbCarOperateur
                    WITH POINTER PositionOperateur
                END-UNSTRING
                IF PositionOperateur NOT > LENGTH OF AjustInLine
                    MOVE AjustInLine(PositionOperateur:) TO AjLigne
                END-IF
                IF NbCarOperateur > 0
                    PERFORM 2070-NOTER-OPERATEUR
                END-IF
                PERFORM 2050-CONTROLER-ET-EMETTRE
            END-IF
    END-READ.

*> ----------------------------------------------------------------
*> 2050-CONTROLER-ET-EMETTRE : decoupe et controle la correction
*> AjLigne, apres controle de l'operateur (sauf pour une correction
*> validee, deja controlee a sa saisie), puis l'emet, la met en
*> attente de validation au-dela du seuil, ou la refuse ; la premiere
*> anomalie fait le motif du refus.
*> ----------------------------------------------------------------
2050-CONTROLER-ET-EMETTRE.
    PERFORM 2100-ANALYSER-CORRECTION
    IF ResultatAjust = SPACES AND NOT ValidationEnCours
        PERFORM 2060-CONTROLER-OPERATEUR
    END-IF
    IF ResultatAjust = SPACES
        PERFORM 2200-CONTROLER-CORRECTION
    END-IF
    IF ResultatAjust = SPACES AND NOT ValidationEnCours
        PERFORM 2250-CONTROLER-SEUIL
    END-IF

    EVALUATE TRUE
        WHEN ResultatAjust = SPACES
            PERFORM 2400-EMETTRE-AJUSTEMENT
        WHEN ResultatAjust(1:22) = "EN ATTENTE VALIDATION "
            MOVE SPACES TO AjustReportLine
            STRING AjOperateur DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   AjPeriode DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AjTranIDOrigine DELIMITED BY SPACE
                   " : " DELIMITED BY SIZE
                   ResultatAjust DELIMITED BY "  "
                   INTO AjustReportLine
            WRITE AjustReportLine
        WHEN OTHER
            ADD 1 TO NbRefusees
            SET DesAnomaliesDetectees TO TRUE
            MOVE SPACES TO AjustReportLine
            IF ValidationEnCours
                STRING AjOperateur DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       AjLigne DELIMITED BY "  "
                       " : REFUSEE (" DELIMITED BY SIZE
                       ResultatAjust DELIMITED BY "  "
                       ") (VALIDATION " DELIMITED BY SIZE
                       ReferenceEnCours DELIMITED BY SIZE
                       " PAR " DELIMITED BY SIZE
                       AjValideur DELIMITED BY SPACE
                       ")" DELIMITED BY SIZE
                       INTO AjustReportLine
            ELSE
                STRING AjustInLine DELIMITED BY "  "
                       " : REFUSEE (" DELIMITED BY SIZE
                       ResultatAjust DELIMITED BY "  "
                       ")" DELIMITED BY SIZE
                       INTO AjustReportLine
            END-IF
            WRITE AjustReportLine
    END-EVALUATE.

*> ----------------------------------------------------------------
*> 2060-CONTROLER-OPERATEUR : l'operateur en tete de la correction
*> doit etre connu, actif et habilite a la saisie ; une transaction
*> d'origine qui a deja une correction en attente de validation pour
*> la meme periode n'en recoit pas d'autre avant que la premiere soit
*> soldee.
*> ----------------------------------------------------------------
2060-CONTROLER-OPERATEUR.
    IF NOT RefOperateursCharge
        MOVE "REFERENTIEL OPERATEURS ABSENT" TO ResultatAjust
    ELSE
        MOVE AjOperateur TO OperateurCherche
        PERFORM 1120-CHERCHER-OPERATEUR
        EVALUATE TRUE
            WHEN NbCarOperateur = 0 OR NbCarOperateur > 8
             OR OperateurInconnu
                MOVE "OPERATEUR INCONNU" TO ResultatAjust
            WHEN OperateurTrouveInactif
                MOVE "OPERATEUR INACTIF" TO ResultatAjust
            WHEN NOT RoleSaisieAccorde
                MOVE "ROLE SAISIE NON ACCORDE" TO ResultatAjust
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF

    IF ResultatAjust = SPACES
        SET AtpIdx TO 1
        SEARCH AttenteEntry
            AT END
                CONTINUE
            WHEN AtpCle (AtpIdx) = AjTranIDOrigine
             AND AtpContenu (AtpIdx) (1:7) = AjPeriode
             AND AtpEtat (AtpIdx) = 'E'
                MOVE "CORRECTION DEJA EN ATTENTE" TO ResultatAjust
        END-SEARCH
    END-IF.

*> ----------------------------------------------------------------
*> 2070-NOTER-OPERATEUR : retient l'operateur du run pour le journal
*> des executions (MULTIPLE si le lot en porte plusieurs).
*> ----------------------------------------------------------------
2070-NOTER-OPERATEUR.
    IF OperateurJournal = SPACES
        MOVE AjOperateur TO OperateurJournal
    ELSE
        IF OperateurJournal NOT = AjOperateur
            MOVE "MULTIPLE" TO OperateurJournal
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> 2100-ANALYSER-CORRECTION : decoupe la correction et en verifie la
*> forme, avec la meme mecanique COUNT IN / POINTER que TxnMaint.
*> ----------------------------------------------------------------
2100-ANALYSER-CORRECTION.
    MOVE SPACES TO AjPeriode AjTranIDOrigine AjDate AjCategorie
                   AjMontantTxte AjDevise AjCentreCout ResultatAjust
    MOVE 0 TO NbCarPeriode NbCarTranID NbCarDate NbCarCategorie
              NbCarMontant NbCarDevise NbCarCentre
    MOVE 1 TO PositionAjust

    UNSTRING AjLigne DELIMITED BY SPACE
        INTO AjPeriode       COUNT IN NbCarPeriode,
             AjTranIDOrigine COUNT IN NbCarTranID,
             AjDate          COUNT IN NbCarDate,
             AjCategorie     COUNT IN NbCarCategorie,
             AjMontantTxte   COUNT IN NbCarMontant,
             AjDevise        COUNT IN NbCarDevise,
             AjCentreCout    COUNT IN NbCarCentre
        WITH POINTER PositionAjust
    END-UNSTRING

    IF NbCarDevise = 0
        MOVE DeviseBase TO AjDevise
    END-IF
    IF NbCarCentre = 0
        MOVE CentreCoutDefaut TO AjCentreCout
    END-IF

    IF NbCarPeriode NOT = 7 OR NbCarTranID = 0 OR NbCarDate = 0
       OR NbCarCategorie = 0 OR NbCarMontant = 0
       OR (PositionAjust NOT > LENGTH OF AjLigne
           AND AjLigne(PositionAjust:) NOT = SPACES)
       OR FUNCTION TEST-NUMVAL(AjMontantTxte) NOT = 0
       OR AjPeriode(1:4) IS NOT NUMERIC
       OR AjPeriode(5:1) NOT = '-'
       OR AjPeriode(6:2) IS NOT NUMERIC
       OR AjDateAnnee IS NOT NUMERIC
       OR AjDateMois IS NOT NUMERIC
       OR AjDateJour IS NOT NUMERIC
       OR AjDateSep1 NOT = '-'
       OR AjDateSep2 NOT = '-'
        MOVE "CORRECTION MAL FORMEE" TO ResultatAjust
    ELSE
        MOVE FUNCTION NUMVAL(AjMontantTxte) TO AjMontantLu
        IF AjMontantLu > 99999.99 OR AjMontantLu < -99999.99
            MOVE "MONTANT HORS LIMITES" TO ResultatAjust
        ELSE
            MOVE AjMontantLu TO AjMontant
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> 2200-CONTROLER-CORRECTION : la periode corrigee doit etre close,
*> dans un exercice non verrouille par la cloture annuelle. La date
*> de comptabilisation doit tomber dans une periode ouverte. Les
*> codes doivent etre connus et actifs, le taux de la date
*> disponible, et la transaction d'origine presente dans l'archive
*> de la periode.
*> ----------------------------------------------------------------
2200-CONTROLER-CORRECTION.
    MOVE AjPeriode TO PeriodeCherchee
    PERFORM 950-CONTROLER-PERIODE-CLOSE
    IF NOT PeriodeEstClose
        MOVE "PERIODE CORRIGEE NON CLOSE" TO ResultatAjust
    END-IF

    IF ResultatAjust = SPACES
        MOVE AjPeriode(1:4) TO ExerciceCherche
        PERFORM 990-CONTROLER-EXERCICE-CLOS
        IF ExerciceEstClos
            MOVE "EXERCICE CLOS" TO ResultatAjust
        END-IF
    END-IF

    IF ResultatAjust = SPACES
        MOVE AjDate(1:7) TO PeriodeCherchee
        PERFORM 950-CONTROLER-PERIODE-CLOSE
        IF PeriodeEstClose
            MOVE "DATE DANS UNE PERIODE CLOSE" TO ResultatAjust
        ELSE
            IF AjDate(1:7) NOT > AjPeriode
                MOVE "DATE ANTERIEURE A LA PERIODE" TO ResultatAjust
            END-IF
        END-IF
    END-IF

    IF ResultatAjust = SPACES AND ReferentielCharge
        MOVE AjCategorie TO CategorieCherchee
        PERFORM 920-CHERCHER-CATEGORIE
        IF CategorieInconnue
            MOVE "CATEGORIE INCONNUE" TO ResultatAjust
        ELSE
            IF CategorieTrouveeInactive
                MOVE "CATEGORIE INACTIVE" TO ResultatAjust
            END-IF
        END-IF
    END-IF

    IF ResultatAjust = SPACES AND RefCentresCharge
        MOVE AjCentreCout TO CentreCherche
        PERFORM 927-CHERCHER-CENTRE
        IF CentreInconnu
            MOVE "CENTRE COUT INCONNU" TO ResultatAjust
        ELSE
            IF CentreTrouveInactif
                MOVE "CENTRE COUT INACTIF" TO ResultatAjust
            END-IF
        END-IF
    END-IF

    IF ResultatAjust = SPACES
        PERFORM 970-CONVERTIR-EN-BASE
        IF NOT TauxExiste
            MOVE "TAUX CHANGE MANQUANT" TO ResultatAjust
        END-IF
    END-IF

    IF ResultatAjust = SPACES
        PERFORM 2300-CHERCHER-ORIGINE
    END-IF.

*> ----------------------------------------------------------------
*> 2250-CONTROLER-SEUIL : une correction dont le montant, converti en
*> devise de base a sa date, depasse le seuil en valeur absolue est
*> mise en attente de validation au lieu d'etre emise.
*> ----------------------------------------------------------------
2250-CONTROLER-SEUIL.
    MOVE MontantBase TO MontantBaseAbsolu
    IF MontantBaseAbsolu < 0
        COMPUTE MontantBaseAbsolu = MontantBaseAbsolu * -1
    END-IF
    IF MontantBaseAbsolu > SeuilMontant
        PERFORM 2280-METTRE-EN-ATTENTE
    END-IF.

*> ----------------------------------------------------------------
*> 2280-METTRE-EN-ATTENTE : inscrit la correction au registre des
*> attentes de validation sous une nouvelle reference Vnnnnn, avec
*> l'operateur et la ligne soumise, comme TxnMaint.
*> ----------------------------------------------------------------
2280-METTRE-EN-ATTENTE.
    ADD 1 TO NbReferencesAttente
    MOVE NbReferencesAttente TO ReferenceNumero
    MOVE SPACES TO ReferenceAttente
    STRING "V" DELIMITED BY SIZE
           ReferenceNumero DELIMITED BY SIZE
           INTO ReferenceAttente

    MOVE SPACES TO AttenteLigne
    SET AttEnAttente TO TRUE
    MOVE ReferenceAttente TO AttReference
    MOVE ProgrammeAttente TO AttProgramme
    MOVE AjTranIDOrigine TO AttCle
    MOVE AjOperateur TO AttOperateur
    MOVE DateDuJour TO AttDate
    MOVE AjLigne TO AttContenu
    PERFORM 1220-RANGER-ATTENTE
    WRITE AttenteLigne

    ADD 1 TO NbMisesEnAttente
    MOVE SPACES TO ResultatAjust
    STRING "EN ATTENTE VALIDATION " DELIMITED BY SIZE
           ReferenceAttente DELIMITED BY SIZE
           INTO ResultatAjust.

*> ----------------------------------------------------------------
*> 2300-CHERCHER-ORIGINE : la transaction corrigee doit figurer dans
*> l'archive de sa periode ; l'archive n'est ouverte qu'en lecture.
*> ----------------------------------------------------------------
2300-CHERCHER-ORIGINE.
    MOVE 'N' TO OrigineTrouveeSw
    MOVE 'N' TO EOFArchive
    MOVE SPACES TO NomArchive
    STRING "archive_txn_" DELIMITED BY SIZE
           AjPeriode DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO NomArchive

    OPEN INPUT ArchiveFile
    IF ArchiveTrouvee
        PERFORM 2350-LIRE-UNE-ARCHIVEE
            UNTIL EOFArchive = 'Y' OR OrigineTrouvee
        IF NOT OrigineTrouvee
            MOVE "TRANSACTION ORIGINE INTROUVABLE" TO ResultatAjust
        END-IF
    ELSE
        MOVE "ARCHIVE DE LA PERIODE ABSENTE" TO ResultatAjust
    END-IF
    CLOSE ArchiveFile.

2350-LIRE-UNE-ARCHIVEE.
    READ ArchiveFile
        AT END
            MOVE 'Y' TO EOFArchive
        NOT AT END
            MOVE SPACES TO ArcTranID
            UNSTRING ArchiveLigne DELIMITED BY SPACE
                INTO ArcTranID
            END-UNSTRING
            IF ArcTranID = AjTranIDOrigine
                SET OrigineTrouvee TO TRUE
            END-IF
    END-READ.

*> ----------------------------------------------------------------
*> 2400-EMETTRE-AJUSTEMENT : ecrit la ligne journaliere, l'inscrit
*> au registre avec l'operateur et le valideur, et retient la
*> periode pour son etat complementaire.
*> ----------------------------------------------------------------
2400-EMETTRE-AJUSTEMENT.
    ADD 1 TO NbEmises
    ADD 1 TO NbRegistre
    MOVE SPACES TO AjTransID
    STRING "J" DELIMITED BY SIZE
           NbRegistre DELIMITED BY SIZE
           INTO AjTransID

    MOVE SPACES TO DescAjustement
    MOVE "AJUST-" TO DajMarque
    MOVE AjPeriode TO DajPeriodeOrigine
    MOVE "-" TO DajSeparateur
    MOVE AjTranIDOrigine TO DajTranIDOrigine

    PERFORM 2500-FORMATER-MONTANT
    MOVE SPACES TO AjustGenereLigne
    STRING AjTransID DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           AjDate DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           DescAjustement DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           AjCategorie DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           MontantTexteFinal DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           AjDevise DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           AjCentreCout DELIMITED BY SPACE
           INTO AjustGenereLigne
    WRITE AjustGenereLigne

    MOVE AjMontant TO RegMontantEdite
    MOVE MontantBase TO RegBaseEditee
    MOVE SPACES TO RegistreLigne
    STRING AjPeriode DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           AjTranIDOrigine DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           AjTransID DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           AjDate DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           AjCategorie DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           RegMontantEdite DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           AjDevise DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           AjCentreCout DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           RegBaseEditee DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           RegDateEmission DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           AjOperateur DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           AjValideur DELIMITED BY SIZE
           INTO RegistreLigne
    WRITE RegistreLigne

    SET TchIdx TO 1
    SEARCH PeriodeToucheeEntry
        AT END
            IF NbPeriodesTouchees < 120
                ADD 1 TO NbPeriodesTouchees
                SET TchIdx TO NbPeriodesTouchees
                MOVE AjPeriode TO PeriodeTouchee (TchIdx)
            END-IF
        WHEN PeriodeTouchee (TchIdx) = AjPeriode
            CONTINUE
    END-SEARCH

    MOVE SPACES TO AjustReportLine
    IF ValidationEnCours
        STRING AjOperateur DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               AjPeriode DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AjTranIDOrigine DELIMITED BY SPACE
               " : EMISE SOUS " DELIMITED BY SIZE
               AjTransID DELIMITED BY SIZE
               " LE " DELIMITED BY SIZE
               AjDate DELIMITED BY SIZE
               " POUR " DELIMITED BY SIZE
               MontantTexteFinal DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               AjDevise DELIMITED BY SIZE
               " (VALIDATION " DELIMITED BY SIZE
               ReferenceEnCours DELIMITED BY SIZE
               " PAR " DELIMITED BY SIZE
               AjValideur DELIMITED BY SPACE
               ")" DELIMITED BY SIZE
               INTO AjustReportLine
    ELSE
        STRING AjOperateur DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               AjPeriode DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AjTranIDOrigine DELIMITED BY SPACE
               " : EMISE SOUS " DELIMITED BY SIZE
               AjTransID DELIMITED BY SIZE
               " LE " DELIMITED BY SIZE
               AjDate DELIMITED BY SIZE
               " POUR " DELIMITED BY SIZE
               MontantTexteFinal DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               AjDevise DELIMITED BY SIZE
               INTO AjustReportLine
    END-IF
    WRITE AjustReportLine.

*> ----------------------------------------------------------------
*> 2500-FORMATER-MONTANT : texte decimal signe au format des
*> fichiers journaliers, comme l'export de TxnMaint.
*> ----------------------------------------------------------------
2500-FORMATER-MONTANT.
    MOVE SPACES TO MontantTexteFinal
    COMPUTE MontantCentimes = AjMontant * 100
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
*> 3000-ECRIRE-ETATS-COMPLEMENTAIRES : reecrit, pour la periode
*> touchee TchIdx, cloture_AAAA-MM_ajust.txt a partir du registre
*> complet : tous les ajustements emis contre la periode depuis sa
*> cloture, leur total, et le total de la periode ajuste a partir du
*> TOTAL PERIODE de l'etat de cloture d'origine, relu sans y toucher.
*> ----------------------------------------------------------------
3000-ECRIRE-ETATS-COMPLEMENTAIRES.
    MOVE PeriodeTouchee (TchIdx) TO PeriodeEtat
    MOVE 0 TO NbAjustPeriode
    MOVE 0 TO TotalAjustPeriode

    MOVE SPACES TO NomEtatAjust
    STRING "cloture_" DELIMITED BY SIZE
           PeriodeEtat DELIMITED BY SIZE
           "_ajust.txt" DELIMITED BY SIZE
           INTO NomEtatAjust
    OPEN OUTPUT EtatAjustFile

    MOVE SPACES TO EtatAjustLine
    STRING "ETAT COMPLEMENTAIRE DES AJUSTEMENTS PERIODE "
           DELIMITED BY SIZE
           PeriodeEtat DELIMITED BY SIZE
           INTO EtatAjustLine
    WRITE EtatAjustLine
    MOVE "-----------------------------" TO EtatAjustLine
    WRITE EtatAjustLine

    MOVE 'N' TO EOFRegistre
    OPEN INPUT RegistreFile
    IF RegistreTrouve
        PERFORM 3100-LISTER-UNE-LIGNE-REGISTRE UNTIL EOFRegistre = 'Y'
    END-IF
    CLOSE RegistreFile

    MOVE "-----------------------------" TO EtatAjustLine
    WRITE EtatAjustLine

    MOVE NbAjustPeriode TO NbAffiche
    MOVE SPACES TO EtatAjustLine
    STRING "AJUSTEMENTS EMIS : " DELIMITED BY SIZE
           NbAffiche DELIMITED BY SIZE
           INTO EtatAjustLine
    WRITE EtatAjustLine

    MOVE TotalAjustPeriode TO MontantAffiche
    MOVE SPACES TO EtatAjustLine
    STRING "TOTAL AJUSTEMENTS : " DELIMITED BY SIZE
           MontantAffiche DELIMITED BY SIZE
           INTO EtatAjustLine
    WRITE EtatAjustLine

    PERFORM 3200-LIRE-ETAT-CLOTURE
    IF EtatClotureTrouve
        MOVE TotalEtatCloture TO MontantAffiche
        MOVE SPACES TO EtatAjustLine
        STRING "TOTAL PERIODE A LA CLOTURE : " DELIMITED BY SIZE
               MontantAffiche DELIMITED BY SIZE
               INTO EtatAjustLine
        WRITE EtatAjustLine
        COMPUTE TotalPeriodeAjuste
            = TotalEtatCloture + TotalAjustPeriode
        MOVE TotalPeriodeAjuste TO MontantAffiche
        MOVE SPACES TO EtatAjustLine
        STRING "TOTAL PERIODE AJUSTE : " DELIMITED BY SIZE
               MontantAffiche DELIMITED BY SIZE
               INTO EtatAjustLine
        WRITE EtatAjustLine
    ELSE
        SET DesAnomaliesDetectees TO TRUE
        MOVE "ETAT DE CLOTURE D'ORIGINE ABSENT OU SANS TOTAL"
            TO EtatAjustLine
        WRITE EtatAjustLine
    END-IF

    CLOSE EtatAjustFile.

3100-LISTER-UNE-LIGNE-REGISTRE.
    READ RegistreFile
        AT END
            MOVE 'Y' TO EOFRegistre
        NOT AT END
            MOVE SPACES TO RegPeriode RegTranIDOrigine RegTransID
                           RegDate RegCategorie RegMontantTxte
                           RegDevise RegCentre RegBaseTxte
                           RegDateEmission
            UNSTRING RegistreLigne DELIMITED BY SPACE
                INTO RegPeriode, RegTranIDOrigine, RegTransID,
                     RegDate, RegCategorie, RegMontantTxte,
                     RegDevise, RegCentre, RegBaseTxte,
                     RegDateEmission
            END-UNSTRING
            IF RegPeriode = PeriodeEtat
               AND FUNCTION TEST-NUMVAL(RegBaseTxte) = 0
                ADD 1 TO NbAjustPeriode
                COMPUTE MontantBase = FUNCTION NUMVAL(RegBaseTxte)
                ADD MontantBase TO TotalAjustPeriode
                MOVE MontantBase TO MontantAffiche
                MOVE SPACES TO EtatAjustLine
                STRING RegTransID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       RegDate DELIMITED BY SIZE
                       " CORRIGE " DELIMITED BY SIZE
                       RegTranIDOrigine DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       RegCategorie DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       RegCentre DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       RegMontantTxte DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       RegDevise DELIMITED BY SIZE
                       " BASE " DELIMITED BY SIZE
                       MontantAffiche DELIMITED BY SIZE
                       " EMIS LE " DELIMITED BY SIZE
                       RegDateEmission DELIMITED BY SIZE
                       INTO EtatAjustLine
                WRITE EtatAjustLine
            END-IF
    END-READ.

*> ----------------------------------------------------------------
*> 3200-LIRE-ETAT-CLOTURE : retrouve le TOTAL PERIODE de
*> cloture_AAAA-MM.txt, comme SoldeVerif, en lecture seule.
*> ----------------------------------------------------------------
3200-LIRE-ETAT-CLOTURE.
    MOVE 'N' TO EtatClotureTrouveSw
    MOVE 0 TO TotalEtatCloture
    MOVE 'N' TO EOFCloture
    MOVE SPACES TO NomEtatCloture
    STRING "cloture_" DELIMITED BY SIZE
           PeriodeEtat DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO NomEtatCloture

    OPEN INPUT ClotureFile
    IF ClotureTrouvee
        PERFORM 3250-LIRE-LIGNE-CLOTURE UNTIL EOFCloture = 'Y'
    END-IF
    CLOSE ClotureFile.

3250-LIRE-LIGNE-CLOTURE.
    READ ClotureFile
        AT END
            MOVE 'Y' TO EOFCloture
        NOT AT END
            IF ClotureLigne(1:16) = "TOTAL PERIODE : "
                SET EtatClotureTrouve TO TRUE
                COMPUTE TotalEtatCloture
                    = FUNCTION NUMVAL(ClotureLigne(17:30))
            END-IF
    END-READ.

*> ----------------------------------------------------------------
*> 4000-IMPRIMER-RECAPITULATIF : comptes du run en fin de rapport.
*> ----------------------------------------------------------------
4000-IMPRIMER-RECAPITULATIF.
    MOVE "-----------------------------" TO AjustReportLine
    WRITE AjustReportLine

    MOVE NbCorrectionsLues TO NbAffiche
    MOVE SPACES TO AjustReportLine
    STRING "CORRECTIONS LUES      : " DELIMITED BY SIZE
           NbAffiche DELIMITED BY SIZE
           INTO AjustReportLine
    WRITE AjustReportLine

    MOVE NbEmises TO NbAffiche
    MOVE SPACES TO AjustReportLine
    STRING "AJUSTEMENTS EMIS      : " DELIMITED BY SIZE
           NbAffiche DELIMITED BY SIZE
           INTO AjustReportLine
    WRITE AjustReportLine

    MOVE NbRefusees TO NbAffiche
    MOVE SPACES TO AjustReportLine
    STRING "CORRECTIONS REFUSEES  : " DELIMITED BY SIZE
           NbAffiche DELIMITED BY SIZE
           INTO AjustReportLine
    WRITE AjustReportLine

    MOVE NbPeriodesTouchees TO NbAffiche
    MOVE SPACES TO AjustReportLine
    STRING "ETATS COMPLEMENTAIRES : " DELIMITED BY SIZE
           NbAffiche DELIMITED BY SIZE
           INTO AjustReportLine
    WRITE AjustReportLine

    MOVE NbMisesEnAttente TO NbAffiche
    MOVE SPACES TO AjustReportLine
    STRING "MISES EN ATTENTE      : " DELIMITED BY SIZE
           NbAffiche DELIMITED BY SIZE
           INTO AjustReportLine
    WRITE AjustReportLine

    MOVE NbValidationsAppliquees TO NbAffiche
    MOVE SPACES TO AjustReportLine
    STRING "VALIDATIONS APPLIQUEES: " DELIMITED BY SIZE
           NbAffiche DELIMITED BY SIZE
           INTO AjustReportLine
    WRITE AjustReportLine

    IF OperateurJournal = SPACES
        MOVE "AUCUN" TO OperateurJournal
    END-IF
    MOVE SPACES TO AjustReportLine
    STRING "OPERATEUR             : " DELIMITED BY SIZE
           OperateurJournal DELIMITED BY SIZE
           INTO AjustReportLine
    WRITE AjustReportLine.

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

    MOVE NbEmises TO NbEmisesAffiche
    MOVE NbRefusees TO NbRefuseesAffiche
    MOVE NbMisesEnAttente TO NbAttenteAffiche
    MOVE NbValidationsAppliquees TO NbValideesAffiche
    IF OperateurJournal = SPACES
        MOVE "AUCUN" TO OperateurJournal
    END-IF
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
           " AJUSTEMENTS=" DELIMITED BY SIZE
           NbEmisesAffiche DELIMITED BY SIZE
           " REFUSES=" DELIMITED BY SIZE
           NbRefuseesAffiche DELIMITED BY SIZE
           " OP=" DELIMITED BY SIZE
           OperateurJournal DELIMITED BY SIZE
           " ATT=" DELIMITED BY SIZE
           NbAttenteAffiche DELIMITED BY SIZE
           " VAL=" DELIMITED BY SIZE
           NbValideesAffiche DELIMITED BY SIZE
           " STATUT=" DELIMITED BY SIZE
           CodeRetourRun DELIMITED BY SIZE
           INTO AuditLogLine
    WRITE AuditLogLine
    CLOSE AuditLogFile.
