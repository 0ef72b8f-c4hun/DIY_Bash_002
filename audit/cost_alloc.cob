IDENTIFICATION DIVISION.
PROGRAM-ID. CostAlloc.

*> ------------------------------------------------------------------
*> Repartition mensuelle des charges communes : loyers, licences et
*> assurances sont saisis sur le siege (SIEG, le centre de cout par
*> defaut), si bien que les sous-totaux par centre du rapport d'audit
*> et de l'extrait GL sous-estiment le cout des succursales.
*>
*> La periode a repartir est lue dans repartition_params.txt,
*> precedee du code de l'operateur qui lance la repartition :
*>   OPER AAAA-MM
*> L'operateur doit figurer au referentiel operateurs_ref.txt (voir
*> opref.cpy), actif et habilite a la saisie. La periode doit etre
*> ouverte, et ne pas figurer deja au registre des repartitions
*> passees repartitions_passees.txt (voir reppas.cpy).
*>
*> Regles de repartition (regles_repartition.txt, une ligne par
*> centre receveur, champs separes par des espaces) :
*>   CATEGORIE CENTRE-SOURCE CENTRE-RECEVEUR POURCENTAGE
*> Les lignes de meme categorie et meme centre source forment une
*> regle. Une regle est rejetee en entier, motif a l'etat, si sa
*> categorie ou l'un de ses centres est inconnu ou retire des
*> referentiels, si un pourcentage n'est pas strictement positif, si
*> un receveur est le centre source ou figure deux fois, ou si la
*> somme des pourcentages depasse 100 (en deca, le reste demeure au
*> centre source).
*>
*> Le realise de la periode est lu dans le fichier maitre, converti
*> en devise de base au taux de la date de chaque transaction comme
*> MonthClose ; les repartitions deja comptabilisees (libelle
*> REPARTITION-...) n'entrent pas dans la base. Pour chaque regle,
*> le centre source est credite de la part repartie et chaque
*> receveur debite de sa part, arrondie au centime ; l'arrondi va au
*> receveur de plus fort pourcentage (le premier en cas d'egalite),
*> si bien que chaque regle s'equilibre exactement.
*>
*> Les ecritures sont emises au format journalier standard dans
*> transactions_repartition.txt, pretes pour SimpleAudit et
*> DailyPost, datees du dernier jour de la periode, sous le TransID
*> A + mois + numero d'ordre, le libelle REPARTITION-AAAA-MM-SSSS (SSSS
*> = centre source) et la categorie de la regle, en devise de base,
*> par tranches de 99999.99 au plus (limite du format journalier).
*> L'etat etat_repartition_AAAA-MM.txt donne chaque regle et, par
*> centre de cout et categorie repartie, les montants avant et apres
*> repartition.
*> ------------------------------------------------------------------

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL RepParamFile ASSIGN TO 'repartition_params.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RepParamStatus.
    SELECT OPTIONAL OpRefFile ASSIGN TO 'operateurs_ref.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OpRefStatus.
    SELECT OPTIONAL PeriodesFile ASSIGN TO 'periodes_closes.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PeriodesStatus.
    SELECT OPTIONAL PasseesFile ASSIGN TO 'repartitions_passees.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PasseesStatus.
    SELECT OPTIONAL RegleFile ASSIGN TO 'regles_repartition.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RegleStatus.
    SELECT TranMasterFile ASSIGN TO 'transactions_master.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TranID
        FILE STATUS IS MasterStatus.
    SELECT OPTIONAL CatRefFile ASSIGN TO 'categories_ref.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CatRefStatus.
    SELECT OPTIONAL CcRefFile ASSIGN TO 'centres_cout_ref.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CcRefStatus.
    SELECT OPTIONAL TauxFile ASSIGN TO 'taux_change.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TauxStatus.
    SELECT RepartitionFile ASSIGN TO 'transactions_repartition.txt'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT EtatRepFile ASSIGN TO DYNAMIC NomEtatRepartition
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL AuditLogFile ASSIGN TO 'audit_run_log.txt'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD RepParamFile.
01 RepParamLine    PIC X(40).

FD OpRefFile.
COPY "opref.cpy".

FD PeriodesFile.
01 PeriodeLigne    PIC X(07).

FD PasseesFile.
COPY "reppas.cpy".

FD RegleFile.
01 RegleLigne      PIC X(80).

FD TranMasterFile.
COPY "tranmas.cpy".

FD CatRefFile.
COPY "catref.cpy".

FD CcRefFile.
COPY "ccref.cpy".

FD TauxFile.
01 TauxLigne       PIC X(40).

FD RepartitionFile.
01 RepartitionLigne PIC X(80).

FD EtatRepFile.
01 EtatRepLine     PIC X(100).

FD AuditLogFile.
01 AuditLogLine    PIC X(132).

WORKING-STORAGE SECTION.
01 RepParamStatus  PIC XX VALUE SPACES.
    88 RepParamTrouve VALUE '00'.
01 PeriodesStatus  PIC XX VALUE SPACES.
    88 PeriodesFileTrouve VALUE '00'.
01 PasseesStatus   PIC XX VALUE SPACES.
    88 PasseesFileTrouve VALUE '00'.
01 RegleStatus     PIC XX VALUE SPACES.
    88 RegleFileTrouve VALUE '00'.
01 MasterStatus    PIC XX VALUE SPACES.
    88 MasterOK            VALUE '00'.
    88 MasterFichierAbsent VALUE '35'.
01 TauxStatus      PIC XX VALUE SPACES.
    88 TauxFileTrouve VALUE '00'.

01 EOFParam        PIC X VALUE 'N'.
01 EOFPeriodes     PIC X VALUE 'N'.
01 EOFPassees      PIC X VALUE 'N'.
01 EOFRegle        PIC X VALUE 'N'.
01 EOFMaitre       PIC X VALUE 'N'.
01 EOFTaux         PIC X VALUE 'N'.
01 NomEtatRepartition PIC X(40) VALUE SPACES.

*> periode a repartir, lue dans la carte parametre
01 PeriodeRepartie.
    05 PerAnnee        PIC X(04) VALUE SPACES.
    05 PerSeparateur   PIC X(01) VALUE SPACES.
    05 PerMois         PIC X(02) VALUE SPACES.
01 AnneeRepartie   PIC 9(04) VALUE 0.
01 MoisRepartie    PIC 9(02) VALUE 0.
01 PeriodeValideSw PIC X VALUE 'N'.
    88 PeriodeValide VALUE 'O'.
01 DejaRepartieSw  PIC X VALUE 'N'.
    88 DejaRepartie VALUE 'O'.
01 DernierJourMois PIC 9(02) VALUE 0.
01 QuotientBissextile PIC 9(04) VALUE 0.
01 ResteBissextile PIC 9(04) VALUE 0.
01 DateRepartition PIC X(10) VALUE SPACES.

*> operateur qui lance la repartition, en tete de la carte
*> parametre, et sa fiche au referentiel des operateurs
01 RepOperateur    PIC X(08) VALUE SPACES.
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

*> registre des periodes closes, comme dans TxnMaint
01 NbPeriodesCloses PIC 9(03) VALUE 0.
01 TablePeriodesCloses.
    05 PeriodeCloseEntry OCCURS 120 TIMES INDEXED BY PerIdx.
        10 PeriodeClose PIC X(07) VALUE SPACES.
01 PeriodeEstCloseSw PIC X VALUE 'N'.
    88 PeriodeEstClose VALUE 'O'.

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

*> referentiel des centres de cout, comme dans TxnMaint
01 CcRefStatus     PIC XX VALUE SPACES.
    88 CcRefFileTrouve   VALUE '00'.
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
01 MontantBase     PIC S9(7)V99 VALUE 0.
01 CentreCoutDefaut PIC X(04) VALUE 'SIEG'.
01 ExamCentre      PIC X(04) VALUE SPACES.

*> decoupage d'une ligne de regle
01 RglCategorie    PIC X(04) VALUE SPACES.
01 RglSource       PIC X(04) VALUE SPACES.
01 RglReceveur     PIC X(04) VALUE SPACES.
01 RglPctTxte      PIC X(10) VALUE SPACES.
01 RglPct          PIC 9(03)V99 VALUE 0.
01 NbCarCategorie  PIC 9(02) VALUE 0.
01 NbCarSource     PIC 9(02) VALUE 0.
01 NbCarReceveur   PIC 9(02) VALUE 0.
01 MotifLigne      PIC X(30) VALUE SPACES.
01 RegleTrouveeSw  PIC X VALUE 'N'.
    88 RegleTrouvee VALUE 'O'.
01 NbLignesRegles  PIC 9(05) VALUE 0.

*> regles : une par categorie et centre source, avec la base de la
*> periode, la part repartie et le receveur qui prend l'arrondi
01 NbRegles        PIC 9(03) VALUE 0.
01 NumeroRegle     PIC 9(03) VALUE 0.
01 TableRegles.
    05 RegleEntry OCCURS 100 TIMES INDEXED BY GrpIdx.
        10 GrpCategorie    PIC X(04) VALUE SPACES.
        10 GrpSource       PIC X(04) VALUE SPACES.
        10 GrpNbReceveurs  PIC 9(03) VALUE 0.
        10 GrpSommePct     PIC 9(05)V99 VALUE 0.
        10 GrpMotif        PIC X(30) VALUE SPACES.
        10 GrpNbTxn        PIC 9(07) VALUE 0.
        10 GrpBase         PIC S9(9)V99 VALUE 0.
        10 GrpCredit       PIC S9(9)V99 VALUE 0.
        10 GrpPlusFort     PIC 9(03) VALUE 0.
01 NbReglesValides PIC 9(03) VALUE 0.
01 NbReglesRejetees PIC 9(03) VALUE 0.

*> receveurs des regles
01 NbReceveurs     PIC 9(03) VALUE 0.
01 NumeroReceveur  PIC 9(03) VALUE 0.
01 TableReceveurs.
    05 ReceveurEntry OCCURS 500 TIMES INDEXED BY RcvIdx.
        10 RcvRegle        PIC 9(03) VALUE 0.
        10 RcvCentre       PIC X(04) VALUE SPACES.
        10 RcvPct          PIC 9(03)V99 VALUE 0.
        10 RcvMontant      PIC S9(9)V99 VALUE 0.
01 PctPlusFort     PIC 9(03)V99 VALUE 0.
01 SommeParts      PIC S9(9)V99 VALUE 0.
01 ArrondiRegle    PIC S9(9)V99 VALUE 0.
01 CategorieConcerneeSw PIC X VALUE 'N'.
    88 CategorieConcernee VALUE 'O'.

*> avant/apres par categorie repartie et centre de cout
01 NbSituations    PIC 9(03) VALUE 0.
01 TableSituations.
    05 SituationEntry OCCURS 500 TIMES INDEXED BY SitIdx.
        10 SitCategorie    PIC X(04) VALUE SPACES.
        10 SitCentre       PIC X(04) VALUE SPACES.
        10 SitAvant        PIC S9(9)V99 VALUE 0.
        10 SitMouvement    PIC S9(9)V99 VALUE 0.
01 SituationCategorie PIC X(04) VALUE SPACES.
01 SituationCentre PIC X(04) VALUE SPACES.
01 NbCentresVus    PIC 9(03) VALUE 0.
01 TableCentresVus.
    05 CentreVuEntry OCCURS 100 TIMES INDEXED BY CtrIdx.
        10 CtrCode         PIC X(04) VALUE SPACES.
01 TableSituationsPleineSw PIC X VALUE 'N'.
    88 TableSituationsPleine VALUE 'O'.
01 CentreAvant     PIC S9(9)V99 VALUE 0.
01 CentreMouvement PIC S9(9)V99 VALUE 0.
01 TotalAvant      PIC S9(11)V99 VALUE 0.
01 TotalMouvement  PIC S9(11)V99 VALUE 0.
01 TotalCredite    PIC S9(11)V99 VALUE 0.

*> emission des ecritures au format journalier
01 DescRepartition PIC X(30) VALUE SPACES.
01 NumeroLigne     PIC 9(03) VALUE 0.
01 TransIDRepartition PIC X(06) VALUE SPACES.
01 CategorieEmise  PIC X(04) VALUE SPACES.
01 CentreEmis      PIC X(04) VALUE SPACES.
01 MontantAEmettre PIC S9(9)V99 VALUE 0.
01 MontantRestant  PIC S9(9)V99 VALUE 0.
01 MontantTranche  PIC S9(5)V99 VALUE 0.
01 PlafondTranche  PIC S9(5)V99 VALUE 99999.99.
01 MontantAbsolu   PIC 9(9)V99 VALUE 0.
01 QuotientTranches PIC 9(07) VALUE 0.
01 ResteTranches   PIC 9(9)V99 VALUE 0.
01 NbLignesPrevues PIC 9(07) VALUE 0.
01 NbLignesEmises  PIC 9(05) VALUE 0.

*> decomposition d'un montant en texte decimal signe, comme
*> l'export de TxnMaint (3050-FORMATER-MONTANT)
01 MontantCentimes     PIC S9(07) VALUE 0.
01 MontantCentimesAbs  PIC 9(07) VALUE 0.
01 MontantPartieEnt    PIC 9(05) VALUE 0.
01 MontantPartieDec    PIC 9(02) VALUE 0.
01 MontantTexteFinal   PIC X(10) VALUE SPACES.

01 NbAffiche       PIC ZZZZZZ9.
01 PctAffiche      PIC ZZ9.99.
01 MontantAffiche1 PIC Z(10)9.99-.
01 MontantAffiche2 PIC Z(10)9.99-.
01 MontantAffiche3 PIC Z(10)9.99-.
01 TotalRppEdite   PIC +9(9).99.

*> journal permanent des executions, comme dans SimpleAudit
01 DateDuJour          PIC 9(08).
01 HeureDuJour         PIC 9(08).
01 UtilisateurRun      PIC X(12) VALUE SPACES.
01 IndicateurAnomalie  PIC X VALUE 'N'.
    88 DesAnomaliesDetectees VALUE 'O'.
01 CodeRetourRun       PIC X(04) VALUE 'OK'.
01 NbReglesAffiche     PIC ZZ9.
01 NbRejeteesAffiche   PIC ZZ9.
01 NbLignesAffiche     PIC ZZZZ9.
*> raison d'un refus de repartition, reprise dans le journal, comme
*> dans MonthClose
01 MotifRefus          PIC X(30) VALUE SPACES.

PROCEDURE DIVISION.
    PERFORM 1000-LIRE-PARAMETRES
    IF NOT PeriodeValide
        MOVE "PERIODE ABSENTE OU INVALIDE" TO MotifRefus
        SET DesAnomaliesDetectees TO TRUE
        PERFORM 5950-ECRIRE-JOURNAL-EXECUTION
        STOP RUN
    END-IF

    PERFORM 1050-CONTROLER-OPERATEUR
    IF MotifRefus = SPACES
        PERFORM 1100-CONTROLER-PERIODE
    END-IF
    IF MotifRefus NOT = SPACES
        SET DesAnomaliesDetectees TO TRUE
        PERFORM 5950-ECRIRE-JOURNAL-EXECUTION
        STOP RUN
    END-IF

    PERFORM 1200-CALCULER-DATE-REPARTITION

    MOVE SPACES TO NomEtatRepartition
    STRING "etat_repartition_" DELIMITED BY SIZE
           PeriodeRepartie DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO NomEtatRepartition
    OPEN OUTPUT EtatRepFile
    PERFORM 1250-ECRIRE-ENTETE

    PERFORM 1300-CHARGER-REFERENTIEL-CATEGORIES
    PERFORM 1350-CHARGER-REFERENTIEL-CENTRES
    PERFORM 1400-CHARGER-TAUX-CHANGE
    PERFORM 1500-CHARGER-REGLES

    PERFORM 2000-BALAYER-FICHIER-MAITRE

    PERFORM 3000-CALCULER-UNE-REGLE
        VARYING NumeroRegle FROM 1 BY 1 UNTIL NumeroRegle > NbRegles
    PERFORM 3400-EMETTRE-REPARTITION

    PERFORM 4000-ECRIRE-SITUATIONS

    CLOSE EtatRepFile

    PERFORM 5950-ECRIRE-JOURNAL-EXECUTION

    STOP RUN.

*> ----------------------------------------------------------------
*> 1000-LIRE-PARAMETRES : lit l'operateur et la periode a repartir
*> (AAAA-MM) dans la carte parametre.
*> ----------------------------------------------------------------
1000-LIRE-PARAMETRES.
    OPEN INPUT RepParamFile
    IF RepParamTrouve
        READ RepParamFile
            AT END
                MOVE 'Y' TO EOFParam
            NOT AT END
                UNSTRING RepParamLine DELIMITED BY SPACE
                    INTO RepOperateur COUNT IN NbCarOperateur,
                         PeriodeRepartie
                END-UNSTRING
        END-READ
    END-IF
    CLOSE RepParamFile

    IF PerAnnee IS NUMERIC AND PerMois IS NUMERIC
       AND PerSeparateur = "-"
        MOVE PerAnnee TO AnneeRepartie
        MOVE PerMois TO MoisRepartie
        IF MoisRepartie >= 1 AND MoisRepartie <= 12
            SET PeriodeValide TO TRUE
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> 1050-CONTROLER-OPERATEUR : l'operateur de la carte parametre doit
*> figurer au referentiel des operateurs, actif et habilite a la
*> saisie ; positionne MotifRefus sinon.
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
        WHEN NOT RoleSaisieAccorde
            MOVE "ROLE SAISIE NON ACCORDE" TO MotifRefus
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

1060-LIRE-UN-OPERATEUR.
    READ OpRefFile
        AT END
            MOVE 'Y' TO EOFOpRef
        NOT AT END
            IF OpRefCode = RepOperateur
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
*> 1100-CONTROLER-PERIODE : la periode doit etre ouverte (les
*> ecritures y seront comptabilisees) et ne pas avoir deja ete
*> repartie.
*> ----------------------------------------------------------------
1100-CONTROLER-PERIODE.
    OPEN INPUT PeriodesFile
    IF PeriodesFileTrouve
        PERFORM 1110-LIRE-UNE-PERIODE UNTIL EOFPeriodes = 'Y'
    END-IF
    CLOSE PeriodesFile

    SET PerIdx TO 1
    SEARCH PeriodeCloseEntry
        AT END
            CONTINUE
        WHEN PeriodeClose (PerIdx) = PeriodeRepartie
            SET PeriodeEstClose TO TRUE
    END-SEARCH

    OPEN INPUT PasseesFile
    IF PasseesFileTrouve
        PERFORM 1120-LIRE-UNE-REPARTITION UNTIL EOFPassees = 'Y'
    END-IF
    CLOSE PasseesFile

    EVALUATE TRUE
        WHEN PeriodeEstClose
            MOVE "PERIODE CLOSE" TO MotifRefus
        WHEN DejaRepartie
            MOVE "PERIODE DEJA REPARTIE" TO MotifRefus
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

1110-LIRE-UNE-PERIODE.
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

1120-LIRE-UNE-REPARTITION.
    READ PasseesFile
        AT END
            MOVE 'Y' TO EOFPassees
        NOT AT END
            IF RppPeriode = PeriodeRepartie
                SET DejaRepartie TO TRUE
            END-IF
    END-READ.

*> ----------------------------------------------------------------
*> 1200-CALCULER-DATE-REPARTITION : les ecritures sont datees du
*> dernier jour de la periode.
*> ----------------------------------------------------------------
1200-CALCULER-DATE-REPARTITION.
    EVALUATE MoisRepartie
        WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
            MOVE 31 TO DernierJourMois
        WHEN 4 WHEN 6 WHEN 9 WHEN 11
            MOVE 30 TO DernierJourMois
        WHEN OTHER
            MOVE 28 TO DernierJourMois
            DIVIDE AnneeRepartie BY 4 GIVING QuotientBissextile
                REMAINDER ResteBissextile
            IF ResteBissextile = 0
                MOVE 29 TO DernierJourMois
                DIVIDE AnneeRepartie BY 100 GIVING QuotientBissextile
                    REMAINDER ResteBissextile
                IF ResteBissextile = 0
                    DIVIDE AnneeRepartie BY 400
                        GIVING QuotientBissextile
                        REMAINDER ResteBissextile
                    IF ResteBissextile NOT = 0
                        MOVE 28 TO DernierJourMois
                    END-IF
                END-IF
            END-IF
    END-EVALUATE

    MOVE SPACES TO DateRepartition
    STRING PeriodeRepartie DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           DernierJourMois DELIMITED BY SIZE
           INTO DateRepartition.

1250-ECRIRE-ENTETE.
    MOVE SPACES TO EtatRepLine
    STRING "ETAT DE REPARTITION DES CHARGES PERIODE " DELIMITED BY SIZE
           PeriodeRepartie DELIMITED BY SIZE
           " (DEVISE DE BASE " DELIMITED BY SIZE
           DeviseBase DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
           INTO EtatRepLine
    WRITE EtatRepLine
    MOVE SPACES TO EtatRepLine
    STRING "REPARTITION LANCEE PAR L'OPERATEUR " DELIMITED BY SIZE
           RepOperateur DELIMITED BY SIZE
           INTO EtatRepLine
    WRITE EtatRepLine
    MOVE "-----------------------------" TO EtatRepLine
    WRITE EtatRepLine.

*> ----------------------------------------------------------------
*> 1300-CHARGER-REFERENTIEL-CATEGORIES : charge en table le
*> referentiel des codes categorie/compte ; absent, le controle des
*> codes des regles est desactive et on l'annonce dans l'etat.
*> ----------------------------------------------------------------
1300-CHARGER-REFERENTIEL-CATEGORIES.
    OPEN INPUT CatRefFile
    IF CatRefFileTrouve
        SET ReferentielCharge TO TRUE
        PERFORM 1310-LIRE-UNE-CATEGORIE UNTIL EOFCatRef = 'Y'
    END-IF
    CLOSE CatRefFile

    IF NOT ReferentielCharge
        MOVE "REFERENTIEL CATEGORIES ABSENT : CONTROLE DES CODES DESACTIVE"
            TO EtatRepLine
        WRITE EtatRepLine
        SET DesAnomaliesDetectees TO TRUE
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
                MOVE CatRefFlag TO RefFlag (RefIdx)
            END-IF
    END-READ.

1320-CHERCHER-CATEGORIE.
    SET RefIdx TO 1
    SEARCH CatRefEntry
        AT END
            SET CategorieInconnue TO TRUE
        WHEN RefCode (RefIdx) = CategorieCherchee
            MOVE RefFlag (RefIdx) TO EtatCategorie
    END-SEARCH.

*> ----------------------------------------------------------------
*> 1350-CHARGER-REFERENTIEL-CENTRES : idem pour les centres de cout.
*> ----------------------------------------------------------------
1350-CHARGER-REFERENTIEL-CENTRES.
    OPEN INPUT CcRefFile
    IF CcRefFileTrouve
        SET RefCentresCharge TO TRUE
        PERFORM 1360-LIRE-UN-CENTRE UNTIL EOFCcRef = 'Y'
    END-IF
    CLOSE CcRefFile

    IF NOT RefCentresCharge
        MOVE "REFERENTIEL CENTRES DE COUT ABSENT : CONTROLE DESACTIVE"
            TO EtatRepLine
        WRITE EtatRepLine
        SET DesAnomaliesDetectees TO TRUE
    END-IF.

1360-LIRE-UN-CENTRE.
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

1370-CHERCHER-CENTRE.
    SET CcrIdx TO 1
    SEARCH CcRefEntry
        AT END
            SET CentreInconnu TO TRUE
        WHEN CcrCode (CcrIdx) = CentreCherche
            MOVE CcrFlag (CcrIdx) TO EtatCentre
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
*> 1500-CHARGER-REGLES : charge les regles de repartition, une ligne
*> par receveur, puis controle chaque regle dans son ensemble ; les
*> regles rejetees sont listees avec leur motif.
*> ----------------------------------------------------------------
1500-CHARGER-REGLES.
    OPEN INPUT RegleFile
    IF RegleFileTrouve
        PERFORM 1510-LIRE-UNE-REGLE UNTIL EOFRegle = 'Y'
    END-IF
    CLOSE RegleFile

    IF NbLignesRegles = 0
        SET DesAnomaliesDetectees TO TRUE
        MOVE "AUCUNE REGLE DE REPARTITION (regles_repartition.txt)"
            TO EtatRepLine
        WRITE EtatRepLine
    END-IF

    PERFORM 1550-CONTROLER-UNE-REGLE
        VARYING NumeroRegle FROM 1 BY 1 UNTIL NumeroRegle > NbRegles.

1510-LIRE-UNE-REGLE.
    READ RegleFile
        AT END
            MOVE 'Y' TO EOFRegle
        NOT AT END
            IF RegleLigne NOT = SPACES
                ADD 1 TO NbLignesRegles
                PERFORM 1520-ANALYSER-UNE-LIGNE
            END-IF
    END-READ.

*> ----------------------------------------------------------------
*> 1520-ANALYSER-UNE-LIGNE : rattache la ligne a sa regle (creee a
*> sa premiere ligne) ; une ligne fautive rejette toute la regle,
*> dont les parts ne feraient plus le compte.
*> ----------------------------------------------------------------
1520-ANALYSER-UNE-LIGNE.
    MOVE SPACES TO RglCategorie RglSource RglReceveur RglPctTxte
                   MotifLigne
    MOVE 0 TO RglPct NbCarCategorie NbCarSource NbCarReceveur
    UNSTRING RegleLigne DELIMITED BY ALL SPACE
        INTO RglCategorie COUNT IN NbCarCategorie,
             RglSource COUNT IN NbCarSource,
             RglReceveur COUNT IN NbCarReceveur,
             RglPctTxte
    END-UNSTRING

    MOVE 'O' TO RegleTrouveeSw
    SET GrpIdx TO 1
    SEARCH RegleEntry
        AT END
            IF NbRegles < 100
                ADD 1 TO NbRegles
                SET GrpIdx TO NbRegles
                MOVE RglCategorie TO GrpCategorie (GrpIdx)
                MOVE RglSource TO GrpSource (GrpIdx)
            ELSE
                MOVE 'N' TO RegleTrouveeSw
                SET DesAnomaliesDetectees TO TRUE
                MOVE SPACES TO EtatRepLine
                STRING "PLUS DE 100 REGLES : LIGNE IGNOREE : "
                       DELIMITED BY SIZE
                       RegleLigne DELIMITED BY SIZE
                       INTO EtatRepLine
                WRITE EtatRepLine
            END-IF
        WHEN GrpCategorie (GrpIdx) = RglCategorie
         AND GrpSource (GrpIdx) = RglSource
            CONTINUE
    END-SEARCH

    IF RegleTrouvee
        PERFORM 1530-CONTROLER-UNE-LIGNE
    END-IF.

*> ----------------------------------------------------------------
*> 1530-CONTROLER-UNE-LIGNE : controle la ligne et inscrit son
*> receveur dans la regle positionnee par GrpIdx.
*> ----------------------------------------------------------------
1530-CONTROLER-UNE-LIGNE.
    EVALUATE TRUE
        WHEN NbCarCategorie > 4 OR NbCarSource > 4 OR NbCarReceveur > 4
            MOVE "CODE TROP LONG" TO MotifLigne
        WHEN RglReceveur = SPACES OR RglPctTxte = SPACES
            MOVE "LIGNE INCOMPLETE" TO MotifLigne
        WHEN FUNCTION TEST-NUMVAL(RglPctTxte) NOT = 0
            MOVE "POURCENTAGE NON NUMERIQUE" TO MotifLigne
        WHEN FUNCTION NUMVAL(RglPctTxte) NOT > 0
          OR FUNCTION NUMVAL(RglPctTxte) > 100
            MOVE "POURCENTAGE HORS LIMITES" TO MotifLigne
        WHEN RglReceveur = RglSource
            MOVE "RECEVEUR = CENTRE SOURCE" TO MotifLigne
        WHEN OTHER
            COMPUTE RglPct = FUNCTION NUMVAL(RglPctTxte)
    END-EVALUATE

    IF MotifLigne = SPACES AND RefCentresCharge
        MOVE RglReceveur TO CentreCherche
        PERFORM 1370-CHERCHER-CENTRE
        IF NOT CentreTrouveActif
            MOVE "RECEVEUR INCONNU OU INACTIF" TO MotifLigne
        END-IF
    END-IF

    IF MotifLigne = SPACES
        SET RcvIdx TO 1
        SEARCH ReceveurEntry
            AT END
                CONTINUE
            WHEN RcvRegle (RcvIdx) = GrpIdx
             AND RcvCentre (RcvIdx) = RglReceveur
                MOVE "RECEVEUR EN DOUBLE" TO MotifLigne
        END-SEARCH
    END-IF

    IF MotifLigne = SPACES
        IF NbReceveurs < 500
            ADD 1 TO NbReceveurs
            SET RcvIdx TO NbReceveurs
            SET RcvRegle (RcvIdx) TO GrpIdx
            MOVE RglReceveur TO RcvCentre (RcvIdx)
            MOVE RglPct TO RcvPct (RcvIdx)
            ADD 1 TO GrpNbReceveurs (GrpIdx)
            ADD RglPct TO GrpSommePct (GrpIdx)
        ELSE
            MOVE "PLUS DE 500 RECEVEURS" TO MotifLigne
        END-IF
    END-IF

    IF MotifLigne NOT = SPACES
       AND GrpMotif (GrpIdx) = SPACES
        MOVE MotifLigne TO GrpMotif (GrpIdx)
    END-IF.

*> ----------------------------------------------------------------
*> 1550-CONTROLER-UNE-REGLE : categorie et centre source connus et
*> actifs, pourcentages cumules a 100 au plus.
*> ----------------------------------------------------------------
1550-CONTROLER-UNE-REGLE.
    SET GrpIdx TO NumeroRegle

    IF GrpMotif (GrpIdx) = SPACES AND ReferentielCharge
        MOVE GrpCategorie (GrpIdx) TO CategorieCherchee
        PERFORM 1320-CHERCHER-CATEGORIE
        IF NOT CategorieTrouveeActive
            MOVE "CATEGORIE INCONNUE OU INACTIVE" TO GrpMotif (GrpIdx)
        END-IF
    END-IF

    IF GrpMotif (GrpIdx) = SPACES AND RefCentresCharge
        MOVE GrpSource (GrpIdx) TO CentreCherche
        PERFORM 1370-CHERCHER-CENTRE
        IF NOT CentreTrouveActif
            MOVE "CENTRE SOURCE INCONNU OU INACTIF" TO GrpMotif (GrpIdx)
        END-IF
    END-IF

    IF GrpMotif (GrpIdx) = SPACES
       AND GrpSommePct (GrpIdx) > 100
        MOVE "POURCENTAGES AU-DELA DE 100" TO GrpMotif (GrpIdx)
    END-IF

    IF GrpMotif (GrpIdx) = SPACES
        ADD 1 TO NbReglesValides
    ELSE
        ADD 1 TO NbReglesRejetees
        SET DesAnomaliesDetectees TO TRUE
        MOVE SPACES TO EtatRepLine
        STRING "REGLE " DELIMITED BY SIZE
               GrpCategorie (GrpIdx) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GrpSource (GrpIdx) DELIMITED BY SIZE
               " REJETEE : " DELIMITED BY SIZE
               GrpMotif (GrpIdx) DELIMITED BY SIZE
               INTO EtatRepLine
        WRITE EtatRepLine
    END-IF.

*> ----------------------------------------------------------------
*> 2000-BALAYER-FICHIER-MAITRE : releve le realise de la periode
*> des categories reparties.
*> ----------------------------------------------------------------
2000-BALAYER-FICHIER-MAITRE.
    OPEN INPUT TranMasterFile
    IF MasterFichierAbsent
        MOVE 'Y' TO EOFMaitre
    ELSE
*> un maitre illisible ferait repartir une base fausse : on arrete
*> plutot que d'emettre des ecritures sur un realise incomplet.
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

    PERFORM 2100-EXAMINER-UN-MAITRE UNTIL EOFMaitre = 'Y'

    CLOSE TranMasterFile.

2100-EXAMINER-UN-MAITRE.
    READ TranMasterFile NEXT RECORD
        AT END
            MOVE 'Y' TO EOFMaitre
        NOT AT END
            IF TranDate(1:7) = PeriodeRepartie
               AND TranDesc(1:12) NOT = "REPARTITION-"
                PERFORM 2200-CUMULER-UNE-TRANSACTION
            END-IF
    END-READ.

*> ----------------------------------------------------------------
*> 2200-CUMULER-UNE-TRANSACTION : une transaction d'une categorie
*> repartie entre dans la situation avant de son centre ; elle
*> entre dans la base de la regle si son centre en est la source.
*> ----------------------------------------------------------------
2200-CUMULER-UNE-TRANSACTION.
    MOVE TranCentreCout TO ExamCentre
    IF ExamCentre = SPACES
        MOVE CentreCoutDefaut TO ExamCentre
    END-IF

    MOVE 'N' TO CategorieConcerneeSw
    SET GrpIdx TO 1
    SEARCH RegleEntry
        AT END
            CONTINUE
        WHEN GrpCategorie (GrpIdx) = TranCategorie
         AND GrpMotif (GrpIdx) = SPACES
            SET CategorieConcernee TO TRUE
    END-SEARCH

    IF CategorieConcernee
        PERFORM 2300-CONVERTIR-EN-BASE
        MOVE TranCategorie TO SituationCategorie
        MOVE ExamCentre TO SituationCentre
        PERFORM 2400-INSCRIRE-SITUATION
        IF NOT TableSituationsPleine
            ADD MontantBase TO SitAvant (SitIdx)
        END-IF

        SET GrpIdx TO 1
        SEARCH RegleEntry
            AT END
                CONTINUE
            WHEN GrpCategorie (GrpIdx) = TranCategorie
             AND GrpSource (GrpIdx) = ExamCentre
             AND GrpMotif (GrpIdx) = SPACES
                ADD 1 TO GrpNbTxn (GrpIdx)
                ADD MontantBase TO GrpBase (GrpIdx)
        END-SEARCH
    END-IF.

*> ----------------------------------------------------------------
*> 2300-CONVERTIR-EN-BASE : convertit TranMontant en devise de base
*> au taux de TranDate, comme le fait MonthClose ; sans taux, le
*> montant d'origine est repris tel quel et l'etat l'annonce.
*> ----------------------------------------------------------------
2300-CONVERTIR-EN-BASE.
    MOVE 'N' TO TauxExisteSw
    IF TranDevise = DeviseBase OR TranDevise = SPACES
        SET TauxExiste TO TRUE
        MOVE 1 TO TauxCourant
    ELSE
        SET TauxIdx TO 1
        SEARCH TauxEntry
            AT END
                CONTINUE
            WHEN TauxDate (TauxIdx) = TranDate
             AND TauxDevise (TauxIdx) = TranDevise
                SET TauxExiste TO TRUE
                MOVE TauxValeur (TauxIdx) TO TauxCourant
        END-SEARCH
    END-IF

    IF TauxExiste
        COMPUTE MontantBase ROUNDED = TranMontant * TauxCourant
    ELSE
        ADD 1 TO NbSansTaux
        MOVE TranMontant TO MontantBase
    END-IF.

*> ----------------------------------------------------------------
*> 2400-INSCRIRE-SITUATION : positionne SitIdx sur la categorie et
*> le centre de cout, ajoutes a la table a leur premiere apparition.
*> ----------------------------------------------------------------
2400-INSCRIRE-SITUATION.
    SET SitIdx TO 1
    SEARCH SituationEntry
        AT END
            IF NbSituations < 500
                ADD 1 TO NbSituations
                SET SitIdx TO NbSituations
                MOVE SituationCategorie TO SitCategorie (SitIdx)
                MOVE SituationCentre TO SitCentre (SitIdx)
            ELSE
                SET TableSituationsPleine TO TRUE
            END-IF
        WHEN SitCategorie (SitIdx) = SituationCategorie
         AND SitCentre (SitIdx) = SituationCentre
            CONTINUE
    END-SEARCH

    SET CtrIdx TO 1
    SEARCH CentreVuEntry
        AT END
            IF NbCentresVus < 100
                ADD 1 TO NbCentresVus
                SET CtrIdx TO NbCentresVus
                MOVE SituationCentre TO CtrCode (CtrIdx)
            ELSE
                SET TableSituationsPleine TO TRUE
            END-IF
        WHEN CtrCode (CtrIdx) = SituationCentre
            CONTINUE
    END-SEARCH.

2950-ABANDONNER-MAITRE-INDISPONIBLE.
    SET DesAnomaliesDetectees TO TRUE
    DISPLAY "COSTALLOC : FICHIER MAITRE INDISPONIBLE, STATUT "
            MasterStatus " - RUN ABANDONNE"
    MOVE SPACES TO EtatRepLine
    STRING "FICHIER MAITRE INDISPONIBLE (STATUT " DELIMITED BY SIZE
           MasterStatus DELIMITED BY SIZE
           ") : RUN ABANDONNE" DELIMITED BY SIZE
           INTO EtatRepLine
    WRITE EtatRepLine
    CLOSE EtatRepFile
    PERFORM 5950-ECRIRE-JOURNAL-EXECUTION
    STOP RUN.

*> ----------------------------------------------------------------
*> 3000-CALCULER-UNE-REGLE : part repartie de la base, part de
*> chaque receveur arrondie au centime, ecart d'arrondi au receveur
*> de plus fort pourcentage ; la regle est imprimee a l'etat.
*> ----------------------------------------------------------------
3000-CALCULER-UNE-REGLE.
    SET GrpIdx TO NumeroRegle
    IF GrpMotif (GrpIdx) = SPACES
        COMPUTE GrpCredit (GrpIdx) ROUNDED
            = GrpBase (GrpIdx) * GrpSommePct (GrpIdx) / 100
        MOVE 0 TO SommeParts PctPlusFort GrpPlusFort (GrpIdx)
        PERFORM 3100-CALCULER-UNE-PART
            VARYING NumeroReceveur FROM 1 BY 1
            UNTIL NumeroReceveur > NbReceveurs
        COMPUTE ArrondiRegle = GrpCredit (GrpIdx) - SommeParts
        SET RcvIdx TO GrpPlusFort (GrpIdx)
        ADD ArrondiRegle TO RcvMontant (RcvIdx)

        MOVE GrpCategorie (GrpIdx) TO SituationCategorie
        MOVE GrpSource (GrpIdx) TO SituationCentre
        PERFORM 2400-INSCRIRE-SITUATION
        IF NOT TableSituationsPleine
            SUBTRACT GrpCredit (GrpIdx) FROM SitMouvement (SitIdx)
        END-IF
        ADD GrpCredit (GrpIdx) TO TotalCredite

        PERFORM 3200-IMPRIMER-REGLE
    END-IF.

3100-CALCULER-UNE-PART.
    SET RcvIdx TO NumeroReceveur
    IF RcvRegle (RcvIdx) = NumeroRegle
        COMPUTE RcvMontant (RcvIdx) ROUNDED
            = GrpBase (GrpIdx) * RcvPct (RcvIdx) / 100
        ADD RcvMontant (RcvIdx) TO SommeParts
        IF RcvPct (RcvIdx) > PctPlusFort
            MOVE RcvPct (RcvIdx) TO PctPlusFort
            MOVE NumeroReceveur TO GrpPlusFort (GrpIdx)
        END-IF
    END-IF.

3200-IMPRIMER-REGLE.
    MOVE GrpNbTxn (GrpIdx) TO NbAffiche
    MOVE GrpBase (GrpIdx) TO MontantAffiche1
    MOVE GrpCredit (GrpIdx) TO MontantAffiche2
    MOVE GrpSommePct (GrpIdx) TO PctAffiche
    MOVE SPACES TO EtatRepLine
    STRING "REGLE " DELIMITED BY SIZE
           GrpCategorie (GrpIdx) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           GrpSource (GrpIdx) DELIMITED BY SIZE
           "  NB " DELIMITED BY SIZE
           NbAffiche DELIMITED BY SIZE
           "  BASE " DELIMITED BY SIZE
           MontantAffiche1 DELIMITED BY SIZE
           "  REPARTI " DELIMITED BY SIZE
           PctAffiche DELIMITED BY SIZE
           "% " DELIMITED BY SIZE
           MontantAffiche2 DELIMITED BY SIZE
           INTO EtatRepLine
    WRITE EtatRepLine
    PERFORM 3250-IMPRIMER-UNE-PART
        VARYING NumeroReceveur FROM 1 BY 1
        UNTIL NumeroReceveur > NbReceveurs.

3250-IMPRIMER-UNE-PART.
    SET RcvIdx TO NumeroReceveur
    IF RcvRegle (RcvIdx) = NumeroRegle
        MOVE GrpCategorie (GrpIdx) TO SituationCategorie
        MOVE RcvCentre (RcvIdx) TO SituationCentre
        PERFORM 2400-INSCRIRE-SITUATION
        IF NOT TableSituationsPleine
            ADD RcvMontant (RcvIdx) TO SitMouvement (SitIdx)
        END-IF

        MOVE RcvPct (RcvIdx) TO PctAffiche
        MOVE RcvMontant (RcvIdx) TO MontantAffiche1
        MOVE SPACES TO EtatRepLine
        IF NumeroReceveur = GrpPlusFort (GrpIdx)
            STRING "    -> " DELIMITED BY SIZE
                   RcvCentre (RcvIdx) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PctAffiche DELIMITED BY SIZE
                   "% " DELIMITED BY SIZE
                   MontantAffiche1 DELIMITED BY SIZE
                   "  (ARRONDI)" DELIMITED BY SIZE
                   INTO EtatRepLine
        ELSE
            STRING "    -> " DELIMITED BY SIZE
                   RcvCentre (RcvIdx) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PctAffiche DELIMITED BY SIZE
                   "% " DELIMITED BY SIZE
                   MontantAffiche1 DELIMITED BY SIZE
                   INTO EtatRepLine
        END-IF
        WRITE EtatRepLine
    END-IF.

*> ----------------------------------------------------------------
*> 3400-EMETTRE-REPARTITION : emet les ecritures de toutes les
*> regles valides, si leur nombre tient dans la numerotation des
*> TransID, et inscrit la periode au registre des repartitions.
*> ----------------------------------------------------------------
3400-EMETTRE-REPARTITION.
    PERFORM 3410-COMPTER-LIGNES-REGLE
        VARYING NumeroRegle FROM 1 BY 1 UNTIL NumeroRegle > NbRegles

    MOVE "-----------------------------" TO EtatRepLine
    WRITE EtatRepLine

    EVALUATE TRUE
        WHEN NbLignesPrevues > 999
            SET DesAnomaliesDetectees TO TRUE
            MOVE "PLUS DE 999 ECRITURES : AUCUNE ECRITURE EMISE"
                TO EtatRepLine
            WRITE EtatRepLine
        WHEN TableSituationsPleine
            SET DesAnomaliesDetectees TO TRUE
            MOVE "PLUS DE 500 SITUATIONS OU 100 CENTRES : AUCUNE ECRITURE EMISE"
                TO EtatRepLine
            WRITE EtatRepLine
        WHEN NbLignesPrevues = 0
            MOVE "RIEN A REPARTIR POUR LA PERIODE" TO EtatRepLine
            WRITE EtatRepLine
        WHEN OTHER
            OPEN OUTPUT RepartitionFile
            PERFORM 3450-EMETTRE-UNE-REGLE
                VARYING NumeroRegle FROM 1 BY 1
                UNTIL NumeroRegle > NbRegles
            CLOSE RepartitionFile
            PERFORM 3800-INSCRIRE-REGISTRE

            MOVE NbLignesEmises TO NbAffiche
            MOVE SPACES TO EtatRepLine
            STRING "ECRITURES EMISES DANS transactions_repartition.txt : "
                   DELIMITED BY SIZE
                   NbAffiche DELIMITED BY SIZE
                   " AU " DELIMITED BY SIZE
                   DateRepartition DELIMITED BY SIZE
                   INTO EtatRepLine
            WRITE EtatRepLine
    END-EVALUATE

    IF NbSansTaux > 0
        SET DesAnomaliesDetectees TO TRUE
        MOVE NbSansTaux TO NbAffiche
        MOVE SPACES TO EtatRepLine
        STRING "SANS TAUX DE CHANGE (MONTANT D'ORIGINE REPRIS) : "
               DELIMITED BY SIZE
               NbAffiche DELIMITED BY SIZE
               INTO EtatRepLine
        WRITE EtatRepLine
    END-IF.

3410-COMPTER-LIGNES-REGLE.
    SET GrpIdx TO NumeroRegle
    IF GrpMotif (GrpIdx) = SPACES
        MOVE GrpCredit (GrpIdx) TO MontantAEmettre
        PERFORM 3420-COMPTER-TRANCHES
        PERFORM 3430-COMPTER-LIGNES-PART
            VARYING NumeroReceveur FROM 1 BY 1
            UNTIL NumeroReceveur > NbReceveurs
    END-IF.

3420-COMPTER-TRANCHES.
    IF MontantAEmettre < 0
        COMPUTE MontantAbsolu = 0 - MontantAEmettre
    ELSE
        MOVE MontantAEmettre TO MontantAbsolu
    END-IF
    DIVIDE MontantAbsolu BY PlafondTranche
        GIVING QuotientTranches REMAINDER ResteTranches
    ADD QuotientTranches TO NbLignesPrevues
    IF ResteTranches > 0
        ADD 1 TO NbLignesPrevues
    END-IF.

3430-COMPTER-LIGNES-PART.
    SET RcvIdx TO NumeroReceveur
    IF RcvRegle (RcvIdx) = NumeroRegle
        MOVE RcvMontant (RcvIdx) TO MontantAEmettre
        PERFORM 3420-COMPTER-TRANCHES
    END-IF.

*> ----------------------------------------------------------------
*> 3450-EMETTRE-UNE-REGLE : credit au centre source, debit a chaque
*> receveur, dans la categorie de la regle.
*> ----------------------------------------------------------------
3450-EMETTRE-UNE-REGLE.
    SET GrpIdx TO NumeroRegle
    IF GrpMotif (GrpIdx) = SPACES
        MOVE SPACES TO DescRepartition
        STRING "REPARTITION-" DELIMITED BY SIZE
               PeriodeRepartie DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               GrpSource (GrpIdx) DELIMITED BY SPACE
               INTO DescRepartition
        MOVE GrpCategorie (GrpIdx) TO CategorieEmise
        MOVE GrpSource (GrpIdx) TO CentreEmis
        COMPUTE MontantAEmettre = 0 - GrpCredit (GrpIdx)
        PERFORM 3500-EMETTRE-MONTANT
        PERFORM 3460-EMETTRE-UNE-PART
            VARYING NumeroReceveur FROM 1 BY 1
            UNTIL NumeroReceveur > NbReceveurs
    END-IF.

3460-EMETTRE-UNE-PART.
    SET RcvIdx TO NumeroReceveur
    IF RcvRegle (RcvIdx) = NumeroRegle
        MOVE RcvCentre (RcvIdx) TO CentreEmis
        MOVE RcvMontant (RcvIdx) TO MontantAEmettre
        PERFORM 3500-EMETTRE-MONTANT
    END-IF.

3500-EMETTRE-MONTANT.
    MOVE MontantAEmettre TO MontantRestant
    PERFORM 3550-EMETTRE-UNE-TRANCHE UNTIL MontantRestant = 0.

*> ----------------------------------------------------------------
*> 3550-EMETTRE-UNE-TRANCHE : une ligne au format journalier, au
*> plus 99999.99 en valeur absolue, sous le TransID A + mois +
*> numero d'ordre.
*> ----------------------------------------------------------------
3550-EMETTRE-UNE-TRANCHE.
    EVALUATE TRUE
        WHEN MontantRestant > PlafondTranche
            MOVE PlafondTranche TO MontantTranche
        WHEN MontantRestant < 0 - PlafondTranche
            COMPUTE MontantTranche = 0 - PlafondTranche
        WHEN OTHER
            MOVE MontantRestant TO MontantTranche
    END-EVALUATE
    SUBTRACT MontantTranche FROM MontantRestant

    ADD 1 TO NumeroLigne
    ADD 1 TO NbLignesEmises
    MOVE SPACES TO TransIDRepartition
    STRING "A" DELIMITED BY SIZE
           PerMois DELIMITED BY SIZE
           NumeroLigne DELIMITED BY SIZE
           INTO TransIDRepartition

    PERFORM 3600-FORMATER-MONTANT
    MOVE SPACES TO RepartitionLigne
    STRING TransIDRepartition DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           DateRepartition DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           DescRepartition DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           CategorieEmise DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           MontantTexteFinal DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           DeviseBase DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CentreEmis DELIMITED BY SPACE
           INTO RepartitionLigne
    WRITE RepartitionLigne.

*> ----------------------------------------------------------------
*> 3600-FORMATER-MONTANT : texte decimal signe au format des
*> fichiers journaliers, comme l'export de TxnMaint.
*> ----------------------------------------------------------------
3600-FORMATER-MONTANT.
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
*> 3800-INSCRIRE-REGISTRE : la periode repartie est inscrite au
*> registre permanent, qui interdit une seconde repartition.
*> ----------------------------------------------------------------
3800-INSCRIRE-REGISTRE.
    ACCEPT DateDuJour FROM DATE YYYYMMDD
    OPEN EXTEND PasseesFile
    MOVE SPACES TO RepartitionPasseeLigne
    MOVE PeriodeRepartie TO RppPeriode
    MOVE RepOperateur TO RppOperateur
    MOVE DateDuJour TO RppDateRun
    MOVE NbLignesEmises TO RppNbLignes
    MOVE TotalCredite TO TotalRppEdite
    MOVE TotalRppEdite TO RppTotalTxte
    WRITE RepartitionPasseeLigne
    CLOSE PasseesFile.

*> ----------------------------------------------------------------
*> 4000-ECRIRE-SITUATIONS : par centre de cout, chaque categorie
*> repartie avant repartition, le mouvement de la repartition et le
*> montant apres ; un sous-total par centre, puis le total, dont le
*> mouvement est nul.
*> ----------------------------------------------------------------
4000-ECRIRE-SITUATIONS.
    MOVE "-----------------------------" TO EtatRepLine
    WRITE EtatRepLine
    MOVE "CENTRE CAT           AVANT     REPARTITION           APRES"
        TO EtatRepLine
    WRITE EtatRepLine

    PERFORM 4100-ECRIRE-UN-CENTRE
        VARYING CtrIdx FROM 1 BY 1 UNTIL CtrIdx > NbCentresVus

    MOVE "=============================" TO EtatRepLine
    WRITE EtatRepLine
    MOVE TotalAvant TO MontantAffiche1
    MOVE TotalMouvement TO MontantAffiche2
    COMPUTE TotalAvant = TotalAvant + TotalMouvement
    MOVE TotalAvant TO MontantAffiche3
    MOVE SPACES TO EtatRepLine
    STRING "TOTAL      " DELIMITED BY SIZE
           MontantAffiche1 DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           MontantAffiche2 DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           MontantAffiche3 DELIMITED BY SIZE
           INTO EtatRepLine
    WRITE EtatRepLine
    IF TotalMouvement NOT = 0
        SET DesAnomaliesDetectees TO TRUE
        MOVE "*** REPARTITION NON EQUILIBREE" TO EtatRepLine
        WRITE EtatRepLine
    END-IF.

4100-ECRIRE-UN-CENTRE.
    MOVE 0 TO CentreAvant CentreMouvement
    PERFORM 4200-ECRIRE-UNE-SITUATION
        VARYING SitIdx FROM 1 BY 1 UNTIL SitIdx > NbSituations

    MOVE CentreAvant TO MontantAffiche1
    MOVE CentreMouvement TO MontantAffiche2
    COMPUTE CentreAvant = CentreAvant + CentreMouvement
    MOVE CentreAvant TO MontantAffiche3
    MOVE SPACES TO EtatRepLine
    STRING CtrCode (CtrIdx) DELIMITED BY SIZE
           " TOTAL " DELIMITED BY SIZE
           MontantAffiche1 DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           MontantAffiche2 DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           MontantAffiche3 DELIMITED BY SIZE
           INTO EtatRepLine
    WRITE EtatRepLine
    MOVE "-----------------------------" TO EtatRepLine
    WRITE EtatRepLine.

4200-ECRIRE-UNE-SITUATION.
    IF SitCentre (SitIdx) = CtrCode (CtrIdx)
        ADD SitAvant (SitIdx) TO CentreAvant TotalAvant
        ADD SitMouvement (SitIdx) TO CentreMouvement TotalMouvement
        MOVE SitAvant (SitIdx) TO MontantAffiche1
        MOVE SitMouvement (SitIdx) TO MontantAffiche2
        COMPUTE MontantAffiche3 = SitAvant (SitIdx) + SitMouvement (SitIdx)
        MOVE SPACES TO EtatRepLine
        STRING SitCentre (SitIdx) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               SitCategorie (SitIdx) DELIMITED BY SIZE
               MontantAffiche1 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MontantAffiche2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MontantAffiche3 DELIMITED BY SIZE
               INTO EtatRepLine
        WRITE EtatRepLine
    END-IF.

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

    MOVE NbReglesValides TO NbReglesAffiche
    MOVE NbReglesRejetees TO NbRejeteesAffiche
    MOVE NbLignesEmises TO NbLignesAffiche
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
               " PERIODE=" DELIMITED BY SIZE
               PeriodeRepartie DELIMITED BY SIZE
               " REGLES=" DELIMITED BY SIZE
               NbReglesAffiche DELIMITED BY SIZE
               " REGREJ=" DELIMITED BY SIZE
               NbRejeteesAffiche DELIMITED BY SIZE
               " ECRIT=" DELIMITED BY SIZE
               NbLignesAffiche DELIMITED BY SIZE
               " OP=" DELIMITED BY SIZE
               RepOperateur DELIMITED BY SIZE
               " STATUT=" DELIMITED BY SIZE
               CodeRetourRun DELIMITED BY SIZE
               INTO AuditLogLine
    ELSE
        STRING DateDuJour DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HeureDuJour DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               UtilisateurRun DELIMITED BY SIZE
               " PERIODE=" DELIMITED BY SIZE
               PeriodeRepartie DELIMITED BY SIZE
               " OP=" DELIMITED BY SIZE
               RepOperateur DELIMITED BY SIZE
               " STATUT=" DELIMITED BY SIZE
               CodeRetourRun DELIMITED BY SIZE
               " MOTIF=" DELIMITED BY SIZE
               MotifRefus DELIMITED BY SIZE
               INTO AuditLogLine
    END-IF
    WRITE AuditLogLine
    CLOSE AuditLogFile.
