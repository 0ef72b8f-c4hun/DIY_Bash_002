IDENTIFICATION DIVISION.
PROGRAM-ID. FxReval.

*> ------------------------------------------------------------------
*> Reevaluation de fin de mois des postes ouverts en devise : un
*> TranMontant reste dans sa TranDevise d'origine et n'est converti
*> qu'au taux de sa date ; les postes en EUR ou en USD encore ouverts
*> a la fin du mois n'etaient jamais reevalues au cours de cloture,
*> si bien que la position en devise de base etait faussee a chaque
*> cloture. A passer avant MonthClose.
*>
*> La periode a reevaluer est lue dans reevaluation_params.txt,
*> precedee du code de l'operateur qui lance la reevaluation :
*>   OPER AAAA-MM
*> L'operateur doit figurer au referentiel operateurs_ref.txt (voir
*> opref.cpy), actif et habilite a la saisie. La periode doit etre
*> ouverte, et ne pas figurer deja au registre des reevaluations
*> passees reevaluations_passees.txt (voir revpas.cpy). La categorie
*> des ecarts de change (ECHG) doit etre active au referentiel.
*>
*> Un poste ouvert est une transaction en devise etrangere, datee au
*> plus tard du dernier jour de la periode, qui est encore en suspens
*> (audit_suspens.txt) ou que BankRecon n'a pas pointee contre un
*> mouvement de releve date au plus tard de ce jour (registre
*> transactions_pointees.txt, voir pointe.cpy). Les postes sont lus
*> dans le fichier maitre et dans les archives des periodes closes
*> anterieures (archive_txn_AAAA-MM.txt), leur contre-valeur
*> comptabilisee etant le montant converti au taux de leur date
*> comme MonthClose ; un suspens absent des deux est repris avec la
*> contre-valeur inscrite par SimpleAudit. Un poste sans taux a sa
*> date n'a pas de contre-valeur connue : il n'est pas reevalue et
*> l'etat l'annonce.
*>
*> Le cours de cloture de chaque devise est celui de taux_change.txt
*> au dernier jour de la periode, a defaut le dernier cours publie
*> dans la periode (fin de mois un jour ferme) ; une devise sans
*> cours dans la periode n'est pas reevaluee. Par devise, categorie
*> et centre de cout, l'ecart latent est la somme des montants
*> d'origine au cours de cloture, moins la contre-valeur
*> comptabilisee ; un ecart positif augmente la contre-valeur des
*> postes ouverts.
*>
*> Les ecritures sont emises au format journalier standard dans
*> transactions_reevaluation.txt, pretes pour SimpleAudit et
*> DailyPost, en devise de base, dans la categorie ECHG et le centre
*> de cout des postes, par tranches de 99999.99 au plus (limite du
*> format journalier) :
*>   - la reevaluation, datee du dernier jour de la periode, sous le
*>     TransID E + mois + numero d'ordre et le libelle
*>     REEVAL-AAAA-MM-CCCC-DDD (CCCC = categorie, DDD = devise) ;
*>   - son extourne, de montant oppose, datee du premier jour de la
*>     periode suivante, sous le TransID X + mois + meme numero
*>     d'ordre et le libelle EXTOURNE-AAAA-MM-CCCC-DDD.
*> L'extourne tombe ainsi d'elle-meme dans la periode suivante et
*> reste au fichier maitre a la cloture de la periode reevaluee.
*> L'etat etat_reevaluation_AAAA-MM.txt donne, par devise, le cours
*> de cloture retenu et sa date, puis par categorie et centre le
*> montant en devise, le cours moyen comptabilise, la contre-valeur,
*> le montant reevalue et l'ecart.
*> ------------------------------------------------------------------

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL RevParamFile ASSIGN TO 'reevaluation_params.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RevParamStatus.
    SELECT OPTIONAL OpRefFile ASSIGN TO 'operateurs_ref.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OpRefStatus.
    SELECT OPTIONAL PeriodesFile ASSIGN TO 'periodes_closes.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PeriodesStatus.
    SELECT OPTIONAL PasseesFile ASSIGN TO 'reevaluations_passees.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PasseesStatus.
    SELECT TranMasterFile ASSIGN TO 'transactions_master.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TranID
        FILE STATUS IS MasterStatus.
    SELECT OPTIONAL ArchiveFile ASSIGN TO DYNAMIC NomArchive
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ArchiveStatus.
*> suspens de SimpleAudit, en lecture seule : c'est SuspenseDispo
*> qui le reecrit.
    SELECT OPTIONAL SuspensFile ASSIGN TO 'audit_suspens.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SuspensStatus.
    SELECT OPTIONAL PointageFile ASSIGN TO 'transactions_pointees.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PointageStatus.
    SELECT OPTIONAL CatRefFile ASSIGN TO 'categories_ref.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CatRefStatus.
    SELECT OPTIONAL TauxFile ASSIGN TO 'taux_change.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TauxStatus.
    SELECT ReevaluationFile ASSIGN TO 'transactions_reevaluation.txt'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT EtatReevFile ASSIGN TO DYNAMIC NomEtatReevaluation
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL AuditLogFile ASSIGN TO 'audit_run_log.txt'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD RevParamFile.
01 RevParamLine    PIC X(40).

FD OpRefFile.
COPY "opref.cpy".

FD PeriodesFile.
01 PeriodeLigne    PIC X(07).

FD PasseesFile.
COPY "revpas.cpy".

FD TranMasterFile.
COPY "tranmas.cpy".

FD ArchiveFile.
01 ArchiveLigne    PIC X(80).

FD SuspensFile.
01 SuspensLine     PIC X(120).

FD PointageFile.
COPY "pointe.cpy".

FD CatRefFile.
COPY "catref.cpy".

FD TauxFile.
01 TauxLigne       PIC X(40).

FD ReevaluationFile.
01 ReevaluationLigne PIC X(80).

FD EtatReevFile.
01 EtatReevLine    PIC X(132).

FD AuditLogFile.
01 AuditLogLine    PIC X(132).

WORKING-STORAGE SECTION.
01 RevParamStatus  PIC XX VALUE SPACES.
    88 RevParamTrouve VALUE '00'.
01 PeriodesStatus  PIC XX VALUE SPACES.
    88 PeriodesFileTrouve VALUE '00'.
01 PasseesStatus   PIC XX VALUE SPACES.
    88 PasseesFileTrouve VALUE '00'.
01 MasterStatus    PIC XX VALUE SPACES.
    88 MasterOK            VALUE '00'.
    88 MasterFichierAbsent VALUE '35'.
01 ArchiveStatus   PIC XX VALUE SPACES.
    88 ArchiveTrouvee VALUE '00'.
01 SuspensStatus   PIC XX VALUE SPACES.
    88 SuspensFileTrouve VALUE '00'.
01 PointageStatus  PIC XX VALUE SPACES.
    88 PointageFileTrouve VALUE '00'.
01 TauxStatus      PIC XX VALUE SPACES.
    88 TauxFileTrouve VALUE '00'.

01 EOFParam        PIC X VALUE 'N'.
01 EOFPeriodes     PIC X VALUE 'N'.
01 EOFPassees      PIC X VALUE 'N'.
01 EOFMaitre       PIC X VALUE 'N'.
01 EOFArchive      PIC X VALUE 'N'.
01 EOFSuspens      PIC X VALUE 'N'.
01 EOFPointage     PIC X VALUE 'N'.
01 EOFTaux         PIC X VALUE 'N'.
01 NomEtatReevaluation PIC X(40) VALUE SPACES.
01 NomArchive      PIC X(40) VALUE SPACES.

*> periode a reevaluer, lue dans la carte parametre, et les dates
*> des ecritures : fin de periode pour la reevaluation, premier
*> jour de la periode suivante pour l'extourne
01 PeriodeReevaluee.
    05 PerAnnee        PIC X(04) VALUE SPACES.
    05 PerSeparateur   PIC X(01) VALUE SPACES.
    05 PerMois         PIC X(02) VALUE SPACES.
01 AnneeReevaluee  PIC 9(04) VALUE 0.
01 MoisReevalue    PIC 9(02) VALUE 0.
01 PeriodeValideSw PIC X VALUE 'N'.
    88 PeriodeValide VALUE 'O'.
01 DejaReevalueeSw PIC X VALUE 'N'.
    88 DejaReevaluee VALUE 'O'.
01 DernierJourMois PIC 9(02) VALUE 0.
01 QuotientBissextile PIC 9(04) VALUE 0.
01 ResteBissextile PIC 9(04) VALUE 0.
01 DateFinPeriode  PIC X(10) VALUE SPACES.
01 AnneeSuivante   PIC 9(04) VALUE 0.
01 MoisSuivant     PIC 9(02) VALUE 0.
01 DateExtourne    PIC X(10) VALUE SPACES.

*> operateur qui lance la reevaluation, en tete de la carte
*> parametre, et sa fiche au referentiel des operateurs
01 RevOperateur    PIC X(08) VALUE SPACES.
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

*> referentiel des codes categorie/compte, comme dans YearEndClose :
*> seule la categorie des ecarts de change y est controlee
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
01 CategorieChange PIC X(04) VALUE 'ECHG'.

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
01 CentreCoutDefaut PIC X(04) VALUE 'SIEG'.

*> suspens en devise etrangere dates au plus tard de la fin de
*> periode ; SusVu passe a 'O' quand le poste est retrouve au
*> fichier maitre
01 NbSuspens       PIC 9(04) VALUE 0.
01 TableSuspens.
    05 SuspensEntry OCCURS 2000 TIMES INDEXED BY SusIdx.
        10 SusTranID       PIC X(06) VALUE SPACES.
        10 SusDate         PIC X(10) VALUE SPACES.
        10 SusCategorie    PIC X(04) VALUE SPACES.
        10 SusCentre       PIC X(04) VALUE SPACES.
        10 SusDevise       PIC X(03) VALUE SPACES.
        10 SusMontant      PIC S9(7)V99 VALUE 0.
        10 SusMontantBase  PIC S9(7)V99 VALUE 0.
        10 SusVu           PIC X(01) VALUE 'N'.
01 TableSuspensPleineSw PIC X VALUE 'N'.
    88 TableSuspensPleine VALUE 'O'.

*> decoupage d'une ligne de suspens (voir 2250-METTRE-EN-SUSPENS de
*> SimpleAudit ; ancien format reconnu comme dans SuspenseDispo)
01 SuspTranID      PIC X(06) VALUE SPACES.
01 SuspDate        PIC X(10) VALUE SPACES.
01 SuspDesc        PIC X(30) VALUE SPACES.
01 SuspCategorie   PIC X(04) VALUE SPACES.
01 SuspMontantTxte PIC X(12) VALUE SPACES.
01 SuspChamp6      PIC X(12) VALUE SPACES.
01 SuspChamp7      PIC X(12) VALUE SPACES.
01 SuspChamp8      PIC X(12) VALUE SPACES.
01 SuspChamp9      PIC X(12) VALUE SPACES.
01 NbCarSuspChamp6 PIC 9(02) VALUE 0.
01 NbCarSuspChamp8 PIC 9(02) VALUE 0.
01 SuspCentre      PIC X(04) VALUE SPACES.
01 SuspDevise      PIC X(03) VALUE SPACES.
01 SuspOrigineTxte PIC X(12) VALUE SPACES.

*> transactions en devise pointees en banque au plus tard a la fin
*> de la periode
01 NbPointages     PIC 9(04) VALUE 0.
01 TablePointages.
    05 PointageEntry OCCURS 5000 TIMES INDEXED BY PtgIdx.
        10 PtgTabTranID    PIC X(06) VALUE SPACES.
        10 PtgTabDate      PIC X(10) VALUE SPACES.
01 TablePointagesPleineSw PIC X VALUE 'N'.
    88 TablePointagesPleine VALUE 'O'.

*> ecriture examinee (fichier maitre ou archive)
01 ExamTranID      PIC X(06) VALUE SPACES.
01 ExamDate        PIC X(10) VALUE SPACES.
01 ExamDesc        PIC X(30) VALUE SPACES.
01 ExamCategorie   PIC X(04) VALUE SPACES.
01 ExamMontant     PIC S9(7)V99 VALUE 0.
01 ExamDevise      PIC X(03) VALUE SPACES.
01 ExamCentre      PIC X(04) VALUE SPACES.
01 ArcMontantTxte  PIC X(12) VALUE SPACES.

*> poste ouvert en cours de cumul, d'ou qu'il vienne
01 OuvDevise       PIC X(03) VALUE SPACES.
01 OuvCategorie    PIC X(04) VALUE SPACES.
01 OuvCentre       PIC X(04) VALUE SPACES.
01 OuvMontant      PIC S9(7)V99 VALUE 0.
01 OuvMontantBase  PIC S9(7)V99 VALUE 0.
01 EnSuspensSw     PIC X VALUE 'N'.
    88 EnSuspens VALUE 'O'.
01 PointeSw        PIC X VALUE 'N'.
    88 Pointe VALUE 'O'.
01 NbPostesSuspens PIC 9(07) VALUE 0.
01 NbPostesNonPointes PIC 9(07) VALUE 0.
01 NbPostesPointes PIC 9(07) VALUE 0.

*> cumuls par devise, categorie et centre de cout
01 NbAgregats      PIC 9(03) VALUE 0.
01 TableAgregats.
    05 AgregatEntry OCCURS 500 TIMES INDEXED BY AgrIdx.
        10 AgrDevise       PIC X(03) VALUE SPACES.
        10 AgrCategorie    PIC X(04) VALUE SPACES.
        10 AgrCentre       PIC X(04) VALUE SPACES.
        10 AgrNb           PIC 9(05) VALUE 0.
        10 AgrMontant      PIC S9(11)V99 VALUE 0.
        10 AgrBase         PIC S9(11)V99 VALUE 0.
        10 AgrReevalue     PIC S9(11)V99 VALUE 0.
        10 AgrEcart        PIC S9(11)V99 VALUE 0.
01 TableAgregatsPleineSw PIC X VALUE 'N'.
    88 TableAgregatsPleine VALUE 'O'.

*> devises rencontrees, avec le cours de cloture retenu
01 NbDevises       PIC 9(02) VALUE 0.
01 TableDevises.
    05 DeviseEntry OCCURS 20 TIMES INDEXED BY DevIdx.
        10 DevCode         PIC X(03) VALUE SPACES.
        10 DevDateCours    PIC X(10) VALUE SPACES.
        10 DevCours        PIC 9(03)V9(06) VALUE 0.
        10 DevNb           PIC 9(05) VALUE 0.
        10 DevBase         PIC S9(11)V99 VALUE 0.
        10 DevReevalue     PIC S9(11)V99 VALUE 0.
        10 DevEcart        PIC S9(11)V99 VALUE 0.
01 TableDevisesPleineSw PIC X VALUE 'N'.
    88 TableDevisesPleine VALUE 'O'.
01 NbDevisesSansCours PIC 9(02) VALUE 0.
01 CoursMoyen      PIC S9(03)V9(06) VALUE 0.
01 EcartNet        PIC S9(11)V99 VALUE 0.

*> emission des ecritures au format journalier
01 DescReevaluation PIC X(30) VALUE SPACES.
01 PrefixeDesc     PIC X(09) VALUE SPACES.
01 PrefixeTransID  PIC X(01) VALUE SPACES.
01 DateEmise       PIC X(10) VALUE SPACES.
01 SensEmission    PIC S9(01) VALUE 1.
01 NumeroLigne     PIC 9(03) VALUE 0.
01 TransIDReevaluation PIC X(06) VALUE SPACES.
01 CentreEmis      PIC X(04) VALUE SPACES.
01 MontantAEmettre PIC S9(11)V99 VALUE 0.
01 MontantRestant  PIC S9(11)V99 VALUE 0.
01 MontantTranche  PIC S9(5)V99 VALUE 0.
01 PlafondTranche  PIC S9(5)V99 VALUE 99999.99.
01 MontantAbsolu   PIC 9(11)V99 VALUE 0.
01 QuotientTranches PIC 9(09) VALUE 0.
01 ResteTranches   PIC 9(11)V99 VALUE 0.
01 NbLignesPrevues PIC 9(09) VALUE 0.
01 NbLignesEmises  PIC 9(05) VALUE 0.

*> decomposition d'un montant en texte decimal signe, comme
*> l'export de TxnMaint (3050-FORMATER-MONTANT)
01 MontantCentimes     PIC S9(07) VALUE 0.
01 MontantCentimesAbs  PIC 9(07) VALUE 0.
01 MontantPartieEnt    PIC 9(05) VALUE 0.
01 MontantPartieDec    PIC 9(02) VALUE 0.
01 MontantTexteFinal   PIC X(10) VALUE SPACES.

01 NbAffiche       PIC ZZZZZZ9.
01 NbAffiche2      PIC ZZZZZZ9.
01 TauxAffiche     PIC ZZ9.999999.
01 CoursMoyenAffiche PIC ZZ9.999999-.
01 MontantAffiche1 PIC Z(10)9.99-.
01 MontantAffiche2 PIC Z(10)9.99-.
01 MontantAffiche3 PIC Z(10)9.99-.
01 MontantAffiche4 PIC Z(10)9.99-.
01 EcartRvpEdite   PIC +9(9).99.

*> journal permanent des executions, comme dans SimpleAudit
01 DateDuJour          PIC 9(08).
01 HeureDuJour         PIC 9(08).
01 UtilisateurRun      PIC X(12) VALUE SPACES.
01 IndicateurAnomalie  PIC X VALUE 'N'.
    88 DesAnomaliesDetectees VALUE 'O'.
01 CodeRetourRun       PIC X(04) VALUE 'OK'.
01 NbOuvertsAffiche    PIC ZZZZZZ9.
01 NbLignesAffiche     PIC ZZZZ9.
*> raison d'un refus de reevaluation, reprise dans le journal, comme
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
    IF MotifRefus = SPACES
        PERFORM 1300-CHARGER-REFERENTIEL-CATEGORIES
    END-IF
    IF MotifRefus NOT = SPACES
        SET DesAnomaliesDetectees TO TRUE
        PERFORM 5950-ECRIRE-JOURNAL-EXECUTION
        STOP RUN
    END-IF

    PERFORM 1200-CALCULER-DATES

    MOVE SPACES TO NomEtatReevaluation
    STRING "etat_reevaluation_" DELIMITED BY SIZE
           PeriodeReevaluee DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO NomEtatReevaluation
    OPEN OUTPUT EtatReevFile
    PERFORM 1250-ECRIRE-ENTETE

    PERFORM 1400-CHARGER-TAUX-CHANGE
    PERFORM 1500-CHARGER-SUSPENS
    PERFORM 1600-CHARGER-POINTAGES

    PERFORM 2000-BALAYER-FICHIER-MAITRE
    PERFORM 2600-BALAYER-ARCHIVES
    PERFORM 2500-REPRENDRE-SUSPENS
        VARYING SusIdx FROM 1 BY 1 UNTIL SusIdx > NbSuspens

    PERFORM 3000-CHERCHER-COURS-CLOTURE
        VARYING DevIdx FROM 1 BY 1 UNTIL DevIdx > NbDevises
    PERFORM 3100-REEVALUER-UN-AGREGAT
        VARYING AgrIdx FROM 1 BY 1 UNTIL AgrIdx > NbAgregats

    PERFORM 4000-ECRIRE-DEVISES
    PERFORM 3400-EMETTRE-REEVALUATION

    CLOSE EtatReevFile

    PERFORM 5950-ECRIRE-JOURNAL-EXECUTION

    STOP RUN.

*> ----------------------------------------------------------------
*> 1000-LIRE-PARAMETRES : lit l'operateur et la periode a reevaluer
*> (AAAA-MM) dans la carte parametre.
*> ----------------------------------------------------------------
1000-LIRE-PARAMETRES.
    OPEN INPUT RevParamFile
    IF RevParamTrouve
        READ RevParamFile
            AT END
                MOVE 'Y' TO EOFParam
            NOT AT END
                UNSTRING RevParamLine DELIMITED BY SPACE
                    INTO RevOperateur COUNT IN NbCarOperateur,
                         PeriodeReevaluee
                END-UNSTRING
        END-READ
    END-IF
    CLOSE RevParamFile

    IF PerAnnee IS NUMERIC AND PerMois IS NUMERIC
       AND PerSeparateur = "-"
        MOVE PerAnnee TO AnneeReevaluee
        MOVE PerMois TO MoisReevalue
        IF MoisReevalue >= 1 AND MoisReevalue <= 12
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
            IF OpRefCode = RevOperateur
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
*> reevaluee.
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
        WHEN PeriodeClose (PerIdx) = PeriodeReevaluee
            SET PeriodeEstClose TO TRUE
    END-SEARCH

    OPEN INPUT PasseesFile
    IF PasseesFileTrouve
        PERFORM 1120-LIRE-UNE-REEVALUATION UNTIL EOFPassees = 'Y'
    END-IF
    CLOSE PasseesFile

    EVALUATE TRUE
        WHEN PeriodeEstClose
            MOVE "PERIODE CLOSE" TO MotifRefus
        WHEN DejaReevaluee
            MOVE "PERIODE DEJA REEVALUEE" TO MotifRefus
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

1120-LIRE-UNE-REEVALUATION.
    READ PasseesFile
        AT END
            MOVE 'Y' TO EOFPassees
        NOT AT END
            IF RvpPeriode = PeriodeReevaluee
                SET DejaReevaluee TO TRUE
            END-IF
    END-READ.

*> ----------------------------------------------------------------
*> 1200-CALCULER-DATES : la reevaluation est datee du dernier jour
*> de la periode, son extourne du premier jour de la suivante.
*> ----------------------------------------------------------------
1200-CALCULER-DATES.
    EVALUATE MoisReevalue
        WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
            MOVE 31 TO DernierJourMois
        WHEN 4 WHEN 6 WHEN 9 WHEN 11
            MOVE 30 TO DernierJourMois
        WHEN OTHER
            MOVE 28 TO DernierJourMois
            DIVIDE AnneeReevaluee BY 4 GIVING QuotientBissextile
                REMAINDER ResteBissextile
            IF ResteBissextile = 0
                MOVE 29 TO DernierJourMois
                DIVIDE AnneeReevaluee BY 100 GIVING QuotientBissextile
                    REMAINDER ResteBissextile
                IF ResteBissextile = 0
                    DIVIDE AnneeReevaluee BY 400
                        GIVING QuotientBissextile
                        REMAINDER ResteBissextile
                    IF ResteBissextile NOT = 0
                        MOVE 28 TO DernierJourMois
                    END-IF
                END-IF
            END-IF
    END-EVALUATE

    MOVE SPACES TO DateFinPeriode
    STRING PeriodeReevaluee DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           DernierJourMois DELIMITED BY SIZE
           INTO DateFinPeriode

    IF MoisReevalue = 12
        COMPUTE AnneeSuivante = AnneeReevaluee + 1
        MOVE 1 TO MoisSuivant
    ELSE
        MOVE AnneeReevaluee TO AnneeSuivante
        COMPUTE MoisSuivant = MoisReevalue + 1
    END-IF
    MOVE SPACES TO DateExtourne
    STRING AnneeSuivante DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           MoisSuivant DELIMITED BY SIZE
           "-01" DELIMITED BY SIZE
           INTO DateExtourne.

1250-ECRIRE-ENTETE.
    MOVE SPACES TO EtatReevLine
    STRING "ETAT DE REEVALUATION DES DEVISES PERIODE " DELIMITED BY SIZE
           PeriodeReevaluee DELIMITED BY SIZE
           " (DEVISE DE BASE " DELIMITED BY SIZE
           DeviseBase DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
           INTO EtatReevLine
    WRITE EtatReevLine
    MOVE SPACES TO EtatReevLine
    STRING "REEVALUATION LANCEE PAR L'OPERATEUR " DELIMITED BY SIZE
           RevOperateur DELIMITED BY SIZE
           INTO EtatReevLine
    WRITE EtatReevLine
    MOVE SPACES TO EtatReevLine
    STRING "POSTES OUVERTS AU " DELIMITED BY SIZE
           DateFinPeriode DELIMITED BY SIZE
           ", EXTOURNE AU " DELIMITED BY SIZE
           DateExtourne DELIMITED BY SIZE
           INTO EtatReevLine
    WRITE EtatReevLine
    MOVE "-----------------------------" TO EtatReevLine
    WRITE EtatReevLine.

*> ----------------------------------------------------------------
*> 1300-CHARGER-REFERENTIEL-CATEGORIES : charge en table le
*> referentiel des codes categorie/compte ; la categorie des ecarts
*> de change doit y etre active, faute de quoi SimpleAudit
*> rejetterait les ecritures. Referentiel absent, le controle est
*> passe.
*> ----------------------------------------------------------------
1300-CHARGER-REFERENTIEL-CATEGORIES.
    OPEN INPUT CatRefFile
    IF CatRefFileTrouve
        SET ReferentielCharge TO TRUE
        PERFORM 1310-LIRE-UNE-CATEGORIE UNTIL EOFCatRef = 'Y'
    END-IF
    CLOSE CatRefFile

    IF ReferentielCharge
        MOVE CategorieChange TO CategorieCherchee
        PERFORM 1320-CHERCHER-CATEGORIE
        IF NOT CategorieTrouveeActive
            MOVE "CATEGORIE CHANGE NON ACTIVE" TO MotifRefus
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
*> 1500-CHARGER-SUSPENS : charge les suspens en devise etrangere
*> dates au plus tard de la fin de periode ; une ligne illisible est
*> ignoree, elle l'est aussi par SuspenseDispo.
*> ----------------------------------------------------------------
1500-CHARGER-SUSPENS.
    OPEN INPUT SuspensFile
    IF SuspensFileTrouve
        PERFORM 1510-LIRE-UN-SUSPENS UNTIL EOFSuspens = 'Y'
    END-IF
    CLOSE SuspensFile

    IF TableSuspensPleine
        SET DesAnomaliesDetectees TO TRUE
        MOVE "PLUS DE 2000 SUSPENS EN DEVISE : SUSPENS TRONQUES"
            TO EtatReevLine
        WRITE EtatReevLine
    END-IF.

1510-LIRE-UN-SUSPENS.
    READ SuspensFile
        AT END
            MOVE 'Y' TO EOFSuspens
        NOT AT END
            PERFORM 1520-ANALYSER-UN-SUSPENS
    END-READ.

*> ----------------------------------------------------------------
*> 1520-ANALYSER-UN-SUSPENS : au format courant, centre de cout en
*> sixieme champ, devise en huitieme et montant d'origine en
*> neuvieme ; a l'ancien format, devise en sixieme et montant
*> d'origine en septieme, sans centre.
*> ----------------------------------------------------------------
1520-ANALYSER-UN-SUSPENS.
    MOVE SPACES TO SuspTranID SuspDate SuspDesc SuspCategorie
                   SuspMontantTxte SuspChamp6 SuspChamp7 SuspChamp8
                   SuspChamp9
    MOVE 0 TO NbCarSuspChamp6 NbCarSuspChamp8
    UNSTRING SuspensLine DELIMITED BY SPACE
        INTO SuspTranID, SuspDate, SuspDesc, SuspCategorie,
             SuspMontantTxte,
             SuspChamp6 COUNT IN NbCarSuspChamp6,
             SuspChamp7,
             SuspChamp8 COUNT IN NbCarSuspChamp8,
             SuspChamp9
    END-UNSTRING

    IF NbCarSuspChamp6 = 3
       AND FUNCTION TEST-NUMVAL(SuspChamp7) = 0
       AND NbCarSuspChamp8 NOT = 3
        MOVE SPACES TO SuspCentre
        MOVE SuspChamp6 TO SuspDevise
        MOVE SuspChamp7 TO SuspOrigineTxte
    ELSE
        MOVE SuspChamp6 TO SuspCentre
        MOVE SuspChamp8 TO SuspDevise
        MOVE SuspChamp9 TO SuspOrigineTxte
    END-IF
    IF SuspCentre = SPACES
        MOVE CentreCoutDefaut TO SuspCentre
    END-IF

    IF SuspDevise NOT = DeviseBase AND SuspDevise NOT = SPACES
       AND SuspDate NOT > DateFinPeriode
       AND FUNCTION TEST-NUMVAL(SuspMontantTxte) = 0
       AND FUNCTION TEST-NUMVAL(SuspOrigineTxte) = 0
        IF NbSuspens < 2000
            ADD 1 TO NbSuspens
            SET SusIdx TO NbSuspens
            MOVE SuspTranID TO SusTranID (SusIdx)
            MOVE SuspDate TO SusDate (SusIdx)
            MOVE SuspCategorie TO SusCategorie (SusIdx)
            MOVE SuspCentre TO SusCentre (SusIdx)
            MOVE SuspDevise TO SusDevise (SusIdx)
            MOVE FUNCTION NUMVAL(SuspOrigineTxte) TO SusMontant (SusIdx)
            MOVE FUNCTION NUMVAL(SuspMontantTxte)
                TO SusMontantBase (SusIdx)
            MOVE 'N' TO SusVu (SusIdx)
        ELSE
            SET TableSuspensPleine TO TRUE
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> 1600-CHARGER-POINTAGES : charge les transactions en devise que
*> BankRecon a pointees contre un mouvement de releve date au plus
*> tard de la fin de periode ; un reglement posterieur laisse le
*> poste ouvert a cette date.
*> ----------------------------------------------------------------
1600-CHARGER-POINTAGES.
    OPEN INPUT PointageFile
    IF PointageFileTrouve
        PERFORM 1610-LIRE-UN-POINTAGE UNTIL EOFPointage = 'Y'
    ELSE
        MOVE "REGISTRE DES POINTAGES ABSENT : AUCUN POSTE REGLE EN BANQUE"
            TO EtatReevLine
        WRITE EtatReevLine
    END-IF
    CLOSE PointageFile

    IF TablePointagesPleine
        SET DesAnomaliesDetectees TO TRUE
        MOVE "PLUS DE 5000 POINTAGES EN DEVISE : POINTAGES TRONQUES"
            TO EtatReevLine
        WRITE EtatReevLine
    END-IF.

1610-LIRE-UN-POINTAGE.
    READ PointageFile
        AT END
            MOVE 'Y' TO EOFPointage
        NOT AT END
            IF PtgDevise NOT = DeviseBase AND PtgDevise NOT = SPACES
               AND PtgDateReleve NOT > DateFinPeriode
                IF NbPointages < 5000
                    ADD 1 TO NbPointages
                    SET PtgIdx TO NbPointages
                    MOVE PtgTranID TO PtgTabTranID (PtgIdx)
                    MOVE PtgDateTran TO PtgTabDate (PtgIdx)
                ELSE
                    SET TablePointagesPleine TO TRUE
                END-IF
            END-IF
    END-READ.

*> ----------------------------------------------------------------
*> 2000-BALAYER-FICHIER-MAITRE : releve les postes ouverts en devise
*> du fichier maitre.
*> ----------------------------------------------------------------
2000-BALAYER-FICHIER-MAITRE.
    OPEN INPUT TranMasterFile
    IF MasterFichierAbsent
        MOVE 'Y' TO EOFMaitre
    ELSE
*> un maitre illisible ferait reevaluer une position incomplete :
*> on arrete plutot que d'emettre des ecritures fausses.
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
            MOVE TranID TO ExamTranID
            MOVE TranDate TO ExamDate
            MOVE TranCategorie TO ExamCategorie
            MOVE TranMontant TO ExamMontant
            MOVE TranDevise TO ExamDevise
            MOVE TranCentreCout TO ExamCentre
            PERFORM 2150-RETENIR-SI-DEVISE
    END-READ.

2150-RETENIR-SI-DEVISE.
    IF ExamDevise NOT = DeviseBase AND ExamDevise NOT = SPACES
       AND ExamDate NOT > DateFinPeriode
        PERFORM 2200-EXAMINER-UN-POSTE
    END-IF.

*> ----------------------------------------------------------------
*> 2200-EXAMINER-UN-POSTE : un poste en suspens reste ouvert meme
*> s'il est pointe ; sinon, seul un poste non pointe l'est. Le
*> suspens retrouve ici n'est pas repris une seconde fois par 2500.
*> ----------------------------------------------------------------
2200-EXAMINER-UN-POSTE.
    MOVE 'N' TO EnSuspensSw
    SET SusIdx TO 1
    SEARCH SuspensEntry
        AT END
            CONTINUE
        WHEN SusTranID (SusIdx) = ExamTranID
         AND SusDate (SusIdx) = ExamDate
            SET EnSuspens TO TRUE
            MOVE 'O' TO SusVu (SusIdx)
    END-SEARCH

    MOVE 'N' TO PointeSw
    IF NOT EnSuspens
        SET PtgIdx TO 1
        SEARCH PointageEntry
            AT END
                CONTINUE
            WHEN PtgTabTranID (PtgIdx) = ExamTranID
             AND PtgTabDate (PtgIdx) = ExamDate
                SET Pointe TO TRUE
        END-SEARCH
    END-IF

    IF Pointe
        ADD 1 TO NbPostesPointes
    ELSE
        PERFORM 2300-CONVERTIR-EN-BASE
        IF TauxExiste
            IF EnSuspens
                ADD 1 TO NbPostesSuspens
            ELSE
                ADD 1 TO NbPostesNonPointes
            END-IF
            MOVE ExamDevise TO OuvDevise
            MOVE ExamCategorie TO OuvCategorie
            MOVE ExamCentre TO OuvCentre
            IF OuvCentre = SPACES
                MOVE CentreCoutDefaut TO OuvCentre
            END-IF
            MOVE ExamMontant TO OuvMontant
            PERFORM 2400-CUMULER-POSTE
        ELSE
            ADD 1 TO NbSansTaux
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> 2300-CONVERTIR-EN-BASE : contre-valeur comptabilisee du poste, au
*> taux de sa date comme MonthClose ; sans taux, elle n'est pas
*> connue et le poste n'est pas reevalue.
*> ----------------------------------------------------------------
2300-CONVERTIR-EN-BASE.
    MOVE 'N' TO TauxExisteSw
    SET TauxIdx TO 1
    SEARCH TauxEntry
        AT END
            CONTINUE
        WHEN TauxDate (TauxIdx) = ExamDate
         AND TauxDevise (TauxIdx) = ExamDevise
            SET TauxExiste TO TRUE
            MOVE TauxValeur (TauxIdx) TO TauxCourant
    END-SEARCH

    IF TauxExiste
        COMPUTE OuvMontantBase ROUNDED = ExamMontant * TauxCourant
    END-IF.

*> ----------------------------------------------------------------
*> 2400-CUMULER-POSTE : ajoute le poste ouvert a sa devise et a son
*> cumul devise/categorie/centre, crees a leur premiere apparition.
*> ----------------------------------------------------------------
2400-CUMULER-POSTE.
    SET DevIdx TO 1
    SEARCH DeviseEntry
        AT END
            IF NbDevises < 20
                ADD 1 TO NbDevises
                SET DevIdx TO NbDevises
                MOVE OuvDevise TO DevCode (DevIdx)
            ELSE
                SET TableDevisesPleine TO TRUE
            END-IF
        WHEN DevCode (DevIdx) = OuvDevise
            CONTINUE
    END-SEARCH

    SET AgrIdx TO 1
    SEARCH AgregatEntry
        AT END
            IF NbAgregats < 500
                ADD 1 TO NbAgregats
                SET AgrIdx TO NbAgregats
                MOVE OuvDevise TO AgrDevise (AgrIdx)
                MOVE OuvCategorie TO AgrCategorie (AgrIdx)
                MOVE OuvCentre TO AgrCentre (AgrIdx)
            ELSE
                SET TableAgregatsPleine TO TRUE
            END-IF
        WHEN AgrDevise (AgrIdx) = OuvDevise
         AND AgrCategorie (AgrIdx) = OuvCategorie
         AND AgrCentre (AgrIdx) = OuvCentre
            CONTINUE
    END-SEARCH

    IF NOT TableAgregatsPleine AND NOT TableDevisesPleine
        ADD 1 TO AgrNb (AgrIdx)
        ADD OuvMontant TO AgrMontant (AgrIdx)
        ADD OuvMontantBase TO AgrBase (AgrIdx)
    END-IF.

*> ----------------------------------------------------------------
*> 2500-REPRENDRE-SUSPENS : un suspens que le fichier maitre ne
*> porte pas (audite mais pas encore deverse par DailyPost) est
*> repris avec la contre-valeur inscrite par SimpleAudit.
*> ----------------------------------------------------------------
2500-REPRENDRE-SUSPENS.
    IF SusVu (SusIdx) = 'N'
        ADD 1 TO NbPostesSuspens
        MOVE SusDevise (SusIdx) TO OuvDevise
        MOVE SusCategorie (SusIdx) TO OuvCategorie
        MOVE SusCentre (SusIdx) TO OuvCentre
        MOVE SusMontant (SusIdx) TO OuvMontant
        MOVE SusMontantBase (SusIdx) TO OuvMontantBase
        PERFORM 2400-CUMULER-POSTE
    END-IF.

*> ----------------------------------------------------------------
*> 2600-BALAYER-ARCHIVES : MonthClose purge du fichier maitre les
*> periodes closes ; un poste en devise d'une periode close encore
*> ouvert a la fin de la periode reevaluee n'est plus que dans
*> l'archive de sa periode, lue comme le fait BankRecon, et suit le
*> meme chemin que les postes du fichier maitre.
*> ----------------------------------------------------------------
2600-BALAYER-ARCHIVES.
    PERFORM 2650-EXAMINER-PERIODE-CLOSE
        VARYING PerIdx FROM 1 BY 1 UNTIL PerIdx > NbPeriodesCloses.

2650-EXAMINER-PERIODE-CLOSE.
    IF PeriodeClose (PerIdx) < PeriodeReevaluee
        MOVE 'N' TO EOFArchive
        MOVE SPACES TO NomArchive
        STRING "archive_txn_" DELIMITED BY SIZE
               PeriodeClose (PerIdx) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO NomArchive

        OPEN INPUT ArchiveFile
        IF ArchiveTrouvee
            PERFORM 2700-LIRE-UNE-ARCHIVEE UNTIL EOFArchive = 'Y'
        ELSE
            SET DesAnomaliesDetectees TO TRUE
            MOVE SPACES TO EtatReevLine
            STRING "ARCHIVE ABSENTE POUR LA PERIODE CLOSE "
                   DELIMITED BY SIZE
                   PeriodeClose (PerIdx) DELIMITED BY SIZE
                   " : POSITION INCOMPLETE" DELIMITED BY SIZE
                   INTO EtatReevLine
            WRITE EtatReevLine
        END-IF
        CLOSE ArchiveFile
    END-IF.

2700-LIRE-UNE-ARCHIVEE.
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
                PERFORM 2150-RETENIR-SI-DEVISE
            END-IF
    END-READ.

2950-ABANDONNER-MAITRE-INDISPONIBLE.
    SET DesAnomaliesDetectees TO TRUE
    DISPLAY "FXREVAL : FICHIER MAITRE INDISPONIBLE, STATUT "
            MasterStatus " - RUN ABANDONNE"
    MOVE SPACES TO EtatReevLine
    STRING "FICHIER MAITRE INDISPONIBLE (STATUT " DELIMITED BY SIZE
           MasterStatus DELIMITED BY SIZE
           ") : RUN ABANDONNE" DELIMITED BY SIZE
           INTO EtatReevLine
    WRITE EtatReevLine
    CLOSE EtatReevFile
    PERFORM 5950-ECRIRE-JOURNAL-EXECUTION
    STOP RUN.

*> ----------------------------------------------------------------
*> 3000-CHERCHER-COURS-CLOTURE : cours de la devise au dernier jour
*> de la periode, a defaut le dernier publie dans la periode.
*> ----------------------------------------------------------------
3000-CHERCHER-COURS-CLOTURE.
    PERFORM 3050-EXAMINER-UN-TAUX
        VARYING TauxIdx FROM 1 BY 1 UNTIL TauxIdx > NbTaux
    IF DevDateCours (DevIdx) = SPACES
        ADD 1 TO NbDevisesSansCours
        SET DesAnomaliesDetectees TO TRUE
    END-IF.

3050-EXAMINER-UN-TAUX.
    IF TauxDevise (TauxIdx) = DevCode (DevIdx)
       AND TauxDate (TauxIdx) (1:7) = PeriodeReevaluee
       AND TauxDate (TauxIdx) NOT > DateFinPeriode
       AND (DevDateCours (DevIdx) = SPACES
            OR TauxDate (TauxIdx) > DevDateCours (DevIdx))
        MOVE TauxDate (TauxIdx) TO DevDateCours (DevIdx)
        MOVE TauxValeur (TauxIdx) TO DevCours (DevIdx)
    END-IF.

*> ----------------------------------------------------------------
*> 3100-REEVALUER-UN-AGREGAT : montant d'origine cumule au cours de
*> cloture, arrondi au centime, et ecart contre la contre-valeur
*> comptabilisee ; sans cours de cloture, l'ecart reste nul.
*> ----------------------------------------------------------------
3100-REEVALUER-UN-AGREGAT.
    SET DevIdx TO 1
    SEARCH DeviseEntry
        AT END
            CONTINUE
        WHEN DevCode (DevIdx) = AgrDevise (AgrIdx)
            CONTINUE
    END-SEARCH

    IF DevDateCours (DevIdx) = SPACES
        MOVE AgrBase (AgrIdx) TO AgrReevalue (AgrIdx)
    ELSE
        COMPUTE AgrReevalue (AgrIdx) ROUNDED
            = AgrMontant (AgrIdx) * DevCours (DevIdx)
    END-IF
    COMPUTE AgrEcart (AgrIdx) = AgrReevalue (AgrIdx) - AgrBase (AgrIdx)

    ADD AgrNb (AgrIdx) TO DevNb (DevIdx)
    ADD AgrBase (AgrIdx) TO DevBase (DevIdx)
    ADD AgrReevalue (AgrIdx) TO DevReevalue (DevIdx)
    ADD AgrEcart (AgrIdx) TO DevEcart (DevIdx)
    ADD AgrEcart (AgrIdx) TO EcartNet.

*> ----------------------------------------------------------------
*> 3400-EMETTRE-REEVALUATION : emet la reevaluation puis son
*> extourne, si leur nombre tient dans la numerotation des TransID
*> et si aucune table n'a deborde, et inscrit la periode au registre
*> des reevaluations.
*> ----------------------------------------------------------------
3400-EMETTRE-REEVALUATION.
    PERFORM 3410-COMPTER-LIGNES-AGREGAT
        VARYING AgrIdx FROM 1 BY 1 UNTIL AgrIdx > NbAgregats

    MOVE "-----------------------------" TO EtatReevLine
    WRITE EtatReevLine

    EVALUATE TRUE
        WHEN NbLignesPrevues > 999
            SET DesAnomaliesDetectees TO TRUE
            MOVE "PLUS DE 999 ECRITURES : AUCUNE ECRITURE EMISE"
                TO EtatReevLine
            WRITE EtatReevLine
        WHEN TableAgregatsPleine OR TableDevisesPleine
          OR TableSuspensPleine OR TablePointagesPleine
            SET DesAnomaliesDetectees TO TRUE
            MOVE "TABLE DEBORDEE : AUCUNE ECRITURE EMISE"
                TO EtatReevLine
            WRITE EtatReevLine
        WHEN NbLignesPrevues = 0
            MOVE "RIEN A REEVALUER POUR LA PERIODE" TO EtatReevLine
            WRITE EtatReevLine
        WHEN OTHER
            OPEN OUTPUT ReevaluationFile
            MOVE "REEVAL-" TO PrefixeDesc
            MOVE "E" TO PrefixeTransID
            MOVE DateFinPeriode TO DateEmise
            MOVE 1 TO SensEmission
            MOVE 0 TO NumeroLigne
            PERFORM 3450-EMETTRE-UN-AGREGAT
                VARYING AgrIdx FROM 1 BY 1 UNTIL AgrIdx > NbAgregats
            MOVE "EXTOURNE-" TO PrefixeDesc
            MOVE "X" TO PrefixeTransID
            MOVE DateExtourne TO DateEmise
            MOVE -1 TO SensEmission
            MOVE 0 TO NumeroLigne
            PERFORM 3450-EMETTRE-UN-AGREGAT
                VARYING AgrIdx FROM 1 BY 1 UNTIL AgrIdx > NbAgregats
            CLOSE ReevaluationFile
            PERFORM 3800-INSCRIRE-REGISTRE

            MOVE NbLignesEmises TO NbAffiche
            MOVE SPACES TO EtatReevLine
            STRING "ECRITURES EMISES DANS transactions_reevaluation.txt : "
                   DELIMITED BY SIZE
                   NbAffiche DELIMITED BY SIZE
                   " (REEVALUATION AU " DELIMITED BY SIZE
                   DateFinPeriode DELIMITED BY SIZE
                   ", EXTOURNE AU " DELIMITED BY SIZE
                   DateExtourne DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO EtatReevLine
            WRITE EtatReevLine
    END-EVALUATE

    MOVE NbPostesSuspens TO NbAffiche
    MOVE NbPostesNonPointes TO NbAffiche2
    MOVE SPACES TO EtatReevLine
    STRING "POSTES OUVERTS REEVALUES : EN SUSPENS " DELIMITED BY SIZE
           NbAffiche DELIMITED BY SIZE
           ", NON POINTES EN BANQUE " DELIMITED BY SIZE
           NbAffiche2 DELIMITED BY SIZE
           INTO EtatReevLine
    WRITE EtatReevLine

    MOVE NbPostesPointes TO NbAffiche
    MOVE SPACES TO EtatReevLine
    STRING "POSTES POINTES EN BANQUE (REGLES, NON REEVALUES) : "
           DELIMITED BY SIZE
           NbAffiche DELIMITED BY SIZE
           INTO EtatReevLine
    WRITE EtatReevLine

    IF NbSansTaux > 0
        SET DesAnomaliesDetectees TO TRUE
        MOVE NbSansTaux TO NbAffiche
        MOVE SPACES TO EtatReevLine
        STRING "SANS TAUX A LEUR DATE (NON REEVALUES) : "
               DELIMITED BY SIZE
               NbAffiche DELIMITED BY SIZE
               INTO EtatReevLine
        WRITE EtatReevLine
    END-IF.

3410-COMPTER-LIGNES-AGREGAT.
    IF AgrEcart (AgrIdx) NOT = 0
        MOVE AgrEcart (AgrIdx) TO MontantAEmettre
        PERFORM 3420-COMPTER-TRANCHES
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

*> ----------------------------------------------------------------
*> 3450-EMETTRE-UN-AGREGAT : l'ecart d'un cumul devise/categorie/
*> centre, dans la categorie des ecarts de change et le centre du
*> cumul, au sens de SensEmission (oppose pour l'extourne).
*> ----------------------------------------------------------------
3450-EMETTRE-UN-AGREGAT.
    IF AgrEcart (AgrIdx) NOT = 0
        MOVE SPACES TO DescReevaluation
        STRING PrefixeDesc DELIMITED BY SPACE
               PeriodeReevaluee DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               AgrCategorie (AgrIdx) DELIMITED BY SPACE
               "-" DELIMITED BY SIZE
               AgrDevise (AgrIdx) DELIMITED BY SIZE
               INTO DescReevaluation
        MOVE AgrCentre (AgrIdx) TO CentreEmis
        COMPUTE MontantAEmettre = AgrEcart (AgrIdx) * SensEmission
        PERFORM 3500-EMETTRE-MONTANT
    END-IF.

3500-EMETTRE-MONTANT.
    MOVE MontantAEmettre TO MontantRestant
    PERFORM 3550-EMETTRE-UNE-TRANCHE UNTIL MontantRestant = 0.

*> ----------------------------------------------------------------
*> 3550-EMETTRE-UNE-TRANCHE : une ligne au format journalier, au
*> plus 99999.99 en valeur absolue, sous le TransID E (ou X pour
*> l'extourne) + mois + numero d'ordre.
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
    MOVE SPACES TO TransIDReevaluation
    STRING PrefixeTransID DELIMITED BY SIZE
           PerMois DELIMITED BY SIZE
           NumeroLigne DELIMITED BY SIZE
           INTO TransIDReevaluation

    PERFORM 3600-FORMATER-MONTANT
    MOVE SPACES TO ReevaluationLigne
    STRING TransIDReevaluation DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           DateEmise DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           DescReevaluation DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           CategorieChange DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           MontantTexteFinal DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           DeviseBase DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CentreEmis DELIMITED BY SPACE
           INTO ReevaluationLigne
    WRITE ReevaluationLigne.

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
*> 3800-INSCRIRE-REGISTRE : la periode reevaluee est inscrite au
*> registre permanent, qui interdit une seconde reevaluation.
*> ----------------------------------------------------------------
3800-INSCRIRE-REGISTRE.
    ACCEPT DateDuJour FROM DATE YYYYMMDD
    OPEN EXTEND PasseesFile
    MOVE SPACES TO ReevaluationPasseeLigne
    MOVE PeriodeReevaluee TO RvpPeriode
    MOVE RevOperateur TO RvpOperateur
    MOVE DateDuJour TO RvpDateRun
    MOVE NbLignesEmises TO RvpNbLignes
    MOVE EcartNet TO EcartRvpEdite
    MOVE EcartRvpEdite TO RvpEcartTxte
    WRITE ReevaluationPasseeLigne
    CLOSE PasseesFile.

*> ----------------------------------------------------------------
*> 4000-ECRIRE-DEVISES : par devise, le cours de cloture retenu et
*> sa date, puis chaque cumul categorie/centre et le total de la
*> devise ; enfin l'ecart net toutes devises.
*> ----------------------------------------------------------------
4000-ECRIRE-DEVISES.
    IF NbDevises = 0
        MOVE "AUCUN POSTE OUVERT EN DEVISE ETRANGERE" TO EtatReevLine
        WRITE EtatReevLine
    END-IF

    PERFORM 4100-ECRIRE-UNE-DEVISE
        VARYING DevIdx FROM 1 BY 1 UNTIL DevIdx > NbDevises

    MOVE "=============================" TO EtatReevLine
    WRITE EtatReevLine
    MOVE EcartNet TO MontantAffiche4
    MOVE SPACES TO EtatReevLine
    STRING "ECART NET DE REEVALUATION (" DELIMITED BY SIZE
           DeviseBase DELIMITED BY SIZE
           ") : " DELIMITED BY SIZE
           MontantAffiche4 DELIMITED BY SIZE
           INTO EtatReevLine
    WRITE EtatReevLine.

4100-ECRIRE-UNE-DEVISE.
    MOVE SPACES TO EtatReevLine
    IF DevDateCours (DevIdx) = SPACES
        STRING "DEVISE " DELIMITED BY SIZE
               DevCode (DevIdx) DELIMITED BY SIZE
               "  *** AUCUN COURS DANS LA PERIODE : POSTES NON REEVALUES"
               DELIMITED BY SIZE
               INTO EtatReevLine
    ELSE
        MOVE DevCours (DevIdx) TO TauxAffiche
        IF DevDateCours (DevIdx) = DateFinPeriode
            STRING "DEVISE " DELIMITED BY SIZE
                   DevCode (DevIdx) DELIMITED BY SIZE
                   "  COURS DE CLOTURE " DELIMITED BY SIZE
                   TauxAffiche DELIMITED BY SIZE
                   " DU " DELIMITED BY SIZE
                   DevDateCours (DevIdx) DELIMITED BY SIZE
                   INTO EtatReevLine
        ELSE
            STRING "DEVISE " DELIMITED BY SIZE
                   DevCode (DevIdx) DELIMITED BY SIZE
                   "  COURS DE CLOTURE " DELIMITED BY SIZE
                   TauxAffiche DELIMITED BY SIZE
                   " DU " DELIMITED BY SIZE
                   DevDateCours (DevIdx) DELIMITED BY SIZE
                   " (DERNIER COURS DE LA PERIODE)" DELIMITED BY SIZE
                   INTO EtatReevLine
        END-IF
    END-IF
    WRITE EtatReevLine

    MOVE "  CAT  CENTRE      NB  MONTANT DEVISE  COURS MOYEN     CONTRE-VALEUR        REEVALUE           ECART"
        TO EtatReevLine
    WRITE EtatReevLine

    PERFORM 4200-ECRIRE-UN-AGREGAT
        VARYING AgrIdx FROM 1 BY 1 UNTIL AgrIdx > NbAgregats

    MOVE DevNb (DevIdx) TO NbAffiche
    MOVE DevBase (DevIdx) TO MontantAffiche2
    MOVE DevReevalue (DevIdx) TO MontantAffiche3
    MOVE DevEcart (DevIdx) TO MontantAffiche4
    MOVE SPACES TO EtatReevLine
    STRING "  TOTAL " DELIMITED BY SIZE
           DevCode (DevIdx) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           NbAffiche DELIMITED BY SIZE
           "                              " DELIMITED BY SIZE
           MontantAffiche2 DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           MontantAffiche3 DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           MontantAffiche4 DELIMITED BY SIZE
           INTO EtatReevLine
    WRITE EtatReevLine
    MOVE "-----------------------------" TO EtatReevLine
    WRITE EtatReevLine.

*> ----------------------------------------------------------------
*> 4200-ECRIRE-UN-AGREGAT : le cours moyen comptabilise est la
*> contre-valeur rapportee au montant en devise.
*> ----------------------------------------------------------------
4200-ECRIRE-UN-AGREGAT.
    IF AgrDevise (AgrIdx) = DevCode (DevIdx)
        IF AgrMontant (AgrIdx) = 0
            MOVE 0 TO CoursMoyen
        ELSE
            COMPUTE CoursMoyen ROUNDED
                = AgrBase (AgrIdx) / AgrMontant (AgrIdx)
        END-IF
        MOVE AgrNb (AgrIdx) TO NbAffiche
        MOVE AgrMontant (AgrIdx) TO MontantAffiche1
        MOVE CoursMoyen TO CoursMoyenAffiche
        MOVE AgrBase (AgrIdx) TO MontantAffiche2
        MOVE AgrReevalue (AgrIdx) TO MontantAffiche3
        MOVE AgrEcart (AgrIdx) TO MontantAffiche4
        MOVE SPACES TO EtatReevLine
        STRING "  " DELIMITED BY SIZE
               AgrCategorie (AgrIdx) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AgrCentre (AgrIdx) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               NbAffiche DELIMITED BY SIZE
               MontantAffiche1 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CoursMoyenAffiche DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MontantAffiche2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MontantAffiche3 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MontantAffiche4 DELIMITED BY SIZE
               INTO EtatReevLine
        WRITE EtatReevLine
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

    COMPUTE NbOuvertsAffiche = NbPostesSuspens + NbPostesNonPointes
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
               PeriodeReevaluee DELIMITED BY SIZE
               " OUVERTS=" DELIMITED BY SIZE
               NbOuvertsAffiche DELIMITED BY SIZE
               " ECRIT=" DELIMITED BY SIZE
               NbLignesAffiche DELIMITED BY SIZE
               " OP=" DELIMITED BY SIZE
               RevOperateur DELIMITED BY SIZE
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
               PeriodeReevaluee DELIMITED BY SIZE
               " OP=" DELIMITED BY SIZE
               RevOperateur DELIMITED BY SIZE
               " STATUT=" DELIMITED BY SIZE
               CodeRetourRun DELIMITED BY SIZE
               " MOTIF=" DELIMITED BY SIZE
               MotifRefus DELIMITED BY SIZE
               INTO AuditLogLine
    END-IF
    WRITE AuditLogLine
    CLOSE AuditLogFile.
