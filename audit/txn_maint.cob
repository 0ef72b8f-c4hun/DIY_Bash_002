*> txn_maint_report.txt, pour garder une preuve des corrections
*> apportees sans toucher directement le fichier maitre.
*>
*> Format d’un mouvement (champs separes par des espaces ; Oper est
*> le code de l'operateur qui soumet le mouvement ; la devise,
*> huitieme champ, est facultative : absente = devise de base ; le
*> centre de cout, neuvieme champ, est facultatif : absent = centre
*> par defaut du siege) :
*>   Oper A TranID Date Desc Categorie Montant [Devise] [Centre]
*>   Oper C TranID Date Desc Categorie Montant [Devise] [Centre]
*>   Oper D TranID
*>
*> L'operateur doit figurer au referentiel operateurs_ref.txt (voir
*> opref.cpy), actif et habilite a la saisie. Un mouvement dont le
*> montant en devise de base (ancien ou nouveau montant pour une
*> modification, montant supprime pour une suppression) depasse le
*> seuil d'exception de SimpleAudit n'est pas applique : il est
*> inscrit en attente au registre attentes_validation.txt (voir
*> attval.cpy) sous une reference Vnnnnn, et n'est applique qu'au
*> premier run qui suit sa confirmation, dans validations.txt
*> (ligne "Oper Vnnnnn"), par un second operateur different,
*> actif et habilite a la validation.
*>
*> Chaque ajout, modification ou suppression appliques est en outre
*> inscrit au journal permanent journal_maitre.txt (voir chgjrn.cpy)
*> avec les images avant et apres de l'enregistrement, l'operateur
*> qui l'a saisi et, le cas echeant, celui qui l'a valide.
*> ------------------------------------------------------------------

ENVIRONMENT DIVISION.
    SELECT OPTIONAL CcRefFile ASSIGN TO 'centres_cout_ref.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CcRefStatus.
*> historiques dates des referentiels, tenus par RefMaint ; OPTIONAL :
*> absents, les controles portent sur l'etat courant des referentiels
*> comme avant.
    SELECT OPTIONAL HistCatFile ASSIGN TO 'categories_hist.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HistCatStatus.
    SELECT OPTIONAL HistCcFile ASSIGN TO 'centres_cout_hist.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HistCcStatus.
*> registre des periodes closes, tenu par MonthClose ; tout mouvement
*> qui toucherait une periode deja cloturee est rejete avec son
*> propre code resultat au lieu de reecrire un historique deja
        FILE STATUS IS PeriodesStatus.
    SELECT OPTIONAL AuditLogFile ASSIGN TO 'audit_run_log.txt'
        ORGANIZATION IS LINE SEQUENTIAL.
*> journal permanent des modifications du fichier maitre, partage
*> avec DailyPost et MonthClose ; ouvert en ajout, jamais reecrit.
    SELECT OPTIONAL JournalMaitreFile ASSIGN TO 'journal_maitre.txt'
        ORGANIZATION IS LINE SEQUENTIAL.
*> referentiel des operateurs et de leurs roles, tenu par
*> l'administration ; absent, aucun mouvement n'est accepte.
    SELECT OPTIONAL OpRefFile ASSIGN TO 'operateurs_ref.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OpRefStatus.
*> taux de change vers la devise de base, comme dans MonthClose : le
*> seuil de double validation s'apprecie en devise de base, comme
*> dans SimpleAudit.
    SELECT OPTIONAL TauxFile ASSIGN TO 'taux_change.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TauxStatus.
*> registre permanent des mouvements soumis a double validation,
*> partage avec SuspenseDispo et StandingOrder, et confirmations
*> des seconds operateurs.
    SELECT OPTIONAL AttenteFile ASSIGN TO 'attentes_validation.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AttenteStatus.
    SELECT OPTIONAL ValidationFile ASSIGN TO 'validations.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ValidationStatus.

DATA DIVISION.
FILE SECTION.
FD MaintFile.
01 MaintLine       PIC X(100).

FD MaintReportFile.
01 MaintReportLine PIC X(100).
FD CcRefFile.
COPY "ccref.cpy".

FD HistCatFile.
COPY "cathist.cpy".

FD HistCcFile.
COPY "cchist.cpy".

FD PeriodesFile.
01 PeriodeLigne    PIC X(07).

FD AuditLogFile.
01 AuditLogLine    PIC X(132).

FD JournalMaitreFile.
COPY "chgjrn.cpy".

FD OpRefFile.
COPY "opref.cpy".

FD TauxFile.
01 TauxLigne       PIC X(40).

FD AttenteFile.
COPY "attval.cpy".

FD ValidationFile.
01 ValidationLigne PIC X(40).

WORKING-STORAGE SECTION.
01 EOF             PIC X VALUE 'N'.
    88 MasterCleEnDouble   VALUE '22'.
    88 MasterFichierAbsent VALUE '35'.

*> operateur porte en tete de chaque mouvement : la ligne lue est
*> separee en code operateur et mouvement proprement dit, seul
*> conserve au registre des attentes de validation.
01 LigneSoumise    PIC X(100) VALUE SPACES.
01 MvtLigne        PIC X(100) VALUE SPACES.
01 MvtOperateur    PIC X(08) VALUE SPACES.
01 NbCarOperateur  PIC 9(02) VALUE 0.
01 PositionOperateur PIC 9(03) VALUE 1.

01 ActionCode      PIC X(01).
01 MvtTranID       PIC X(06).
01 MvtDate         PIC X(10).
*> un champ manquant laisse l’identifiant correspondant inchange
*> sans faire baisser le total. On mesure donc, pour chaque champ,
*> son nombre de caracteres reellement affectes (COUNT IN) et la
*> position atteinte dans MvtLigne (WITH POINTER).
01 PositionMvt     PIC 9(03) VALUE 1.
01 NbCarAction     PIC 9(02) VALUE 0.
01 NbCarTranID     PIC 9(02) VALUE 0.
    88 CentreInconnu       VALUE '?'.
01 LibelleCentreTrouve PIC X(30) VALUE SPACES.

*> historiques dates des referentiels (categories_hist.txt et
*> centres_cout_hist.txt, tenus par RefMaint) : quand ils sont
*> charges, un code est controle contre sa version en vigueur a la
*> date de la transaction (DateEnVigueur) ; un code historise sans
*> version a cette date est inconnu, un code absent de l'historique
*> garde l'etat du referentiel courant.
01 HistCatStatus   PIC XX VALUE SPACES.
    88 HistCatFileTrouve VALUE '00'.
01 HistCategoriesSw PIC X VALUE 'N'.
    88 HistCategoriesCharge VALUE 'O'.
01 HistCategoriesTronqueSw PIC X VALUE 'N'.
    88 HistCategoriesTronque VALUE 'O'.
01 EOFHistCat      PIC X VALUE 'N'.
01 NbVersionsCat   PIC 9(03) VALUE 0.
01 TableVersionsCat.
    05 VersionCatEntry OCCURS 500 TIMES INDEXED BY HcaIdx.
        10 HcaCode     PIC X(04) VALUE SPACES.
        10 HcaLibelle  PIC X(30) VALUE SPACES.
        10 HcaFlag     PIC X(01) VALUE SPACES.
        10 HcaDebut    PIC X(10) VALUE SPACES.
        10 HcaFin      PIC X(10) VALUE SPACES.
01 HistCcStatus    PIC XX VALUE SPACES.
    88 HistCcFileTrouve VALUE '00'.
01 HistCentresSw   PIC X VALUE 'N'.
    88 HistCentresCharge VALUE 'O'.
01 HistCentresTronqueSw PIC X VALUE 'N'.
    88 HistCentresTronque VALUE 'O'.
01 EOFHistCc       PIC X VALUE 'N'.
01 NbVersionsCc    PIC 9(03) VALUE 0.
01 TableVersionsCc.
    05 VersionCcEntry OCCURS 500 TIMES INDEXED BY HccIdx.
        10 HccCode     PIC X(04) VALUE SPACES.
        10 HccLibelle  PIC X(30) VALUE SPACES.
        10 HccFlag     PIC X(01) VALUE SPACES.
        10 HccDebut    PIC X(10) VALUE SPACES.
        10 HccFin      PIC X(10) VALUE SPACES.
01 DateEnVigueur   PIC X(10) VALUE SPACES.
01 NumVersionHist  PIC 9(03) VALUE 0.
01 CodeHistoriseSw PIC X VALUE 'N'.
    88 CodeHistorise VALUE 'O'.
01 VersionTrouveeSw PIC X VALUE 'N'.
    88 VersionTrouvee VALUE 'O'.

*> registre des periodes closes (AAAA-MM), charge au demarrage : la
*> date visee par un mouvement A ou C, comme la date de
*> l’enregistrement existant vise par un C ou un D, ne doit pas
01 PeriodeEstCloseSw PIC X VALUE 'N'.
    88 PeriodeEstClose VALUE 'O'.

*> referentiel des operateurs, charge au demarrage : le code en tete
*> de chaque mouvement doit y etre actif et habilite a la saisie ;
*> le second operateur d'une double validation, actif, habilite a
*> la validation et different du premier.
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

*> table des taux de change, comme dans MonthClose
01 TauxStatus      PIC XX VALUE SPACES.
    88 TauxFileTrouve VALUE '00'.
01 EOFTaux         PIC X VALUE 'N'.
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

*> double validation : un mouvement dont le montant en devise de
*> base depasse le seuil d'exception de SimpleAudit est inscrit en
*> attente au registre au lieu d'etre applique ; il l'est au
*> premier run qui suit la confirmation d'un second operateur.
01 SeuilMontant    PIC S9(5)V99 VALUE 5000.00.
01 MontantAConvertir PIC S9(5)V99 VALUE 0.
01 DeviseAConvertir PIC X(03) VALUE SPACES.
01 DateAConvertir  PIC X(10) VALUE SPACES.
01 MontantBase     PIC S9(7)V99 VALUE 0.
01 SeuilDepasseSw  PIC X VALUE 'N'.
    88 SeuilDepasse VALUE 'O'.
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
01 MvtValideur     PIC X(08) VALUE SPACES.
01 NbMisesEnAttente PIC 9(07) VALUE 0.
01 NbValidationsAppliquees PIC 9(07) VALUE 0.

*> decomposition d’un montant de fichier maitre en signe, partie
*> entiere et partie decimale, pour reconstituer un champ montant
*> textuel exploitable par UNSTRING dans les programmes d’audit
01 CodeRetourRun       PIC X(04) VALUE 'OK'.
01 NbMouvementsAffiche PIC ZZZZZZ9.
01 NbExporteesAffiche  PIC ZZZZZZ9.
01 NbAttenteAffiche    PIC ZZZZZZ9.
01 NbValideesAffiche   PIC ZZZZZZ9.

*> journal des modifications du fichier maitre : images avant et
*> apres de l'enregistrement touche par le mouvement en cours
01 ProgrammeJournal    PIC X(12) VALUE 'TXNMAINT'.
01 JournalAction       PIC X(01) VALUE SPACES.
01 JournalImageAvant   PIC X(64) VALUE SPACES.
01 JournalImageApres   PIC X(64) VALUE SPACES.

PROCEDURE DIVISION.
    OPEN INPUT MaintFile

    PERFORM 900-CHARGER-REFERENTIEL-CATEGORIES
    PERFORM 925-CHARGER-REFERENTIEL-CENTRES
    PERFORM 915-CHARGER-HISTORIQUE-CATEGORIES
    PERFORM 928-CHARGER-HISTORIQUE-CENTRES
    PERFORM 940-CHARGER-PERIODES-CLOSES
    PERFORM 960-CHARGER-TAUX-CHANGE
    PERFORM 975-CHARGER-OPERATEURS
    PERFORM 980-CHARGER-ATTENTES
    PERFORM 990-CHARGER-VALIDATIONS

    PERFORM 1000-OUVRIR-FICHIER-MAITRE
    PERFORM 1050-OUVRIR-JOURNAL-MAITRE

    PERFORM 1500-APPLIQUER-VALIDATIONS

    PERFORM UNTIL EOF = 'Y'
        READ MaintFile
                MOVE 'Y' TO EOF
            NOT AT END
                ADD 1 TO NbMouvementsTraites
                MOVE MaintLine TO LigneSoumise
                PERFORM 2000-TRAITER-MOUVEMENT
        END-READ
    END-PERFORM
    CLOSE MaintFile
    CLOSE MaintReportFile
    CLOSE TranMasterFile
    CLOSE JournalMaitreFile
    CLOSE AttenteFile

    PERFORM 3000-EXPORTER-FICHIER-CORRIGE

            END-IF
    END-READ.

*> ----------------------------------------------------------------
*> 915-CHARGER-HISTORIQUE-CATEGORIES : charge l'historique date des
*> categories tenu par RefMaint ; absent, ou tronque (annonce sur la
*> console), les categories sont controlees sur le referentiel
*> courant comme avant.
*> ----------------------------------------------------------------
915-CHARGER-HISTORIQUE-CATEGORIES.
    OPEN INPUT HistCatFile
    IF HistCatFileTrouve
        SET HistCategoriesCharge TO TRUE
        PERFORM 916-LIRE-UNE-VERSION-CATEGORIE UNTIL EOFHistCat = 'Y'
    END-IF
    CLOSE HistCatFile

    IF HistCategoriesTronque
        MOVE 'N' TO HistCategoriesSw
        DISPLAY "TXNMAINT : HISTORIQUE DES CATEGORIES TRONQUE A 500 VERSIONS, "
                "CONTROLE SUR LE REFERENTIEL COURANT"
    END-IF.

916-LIRE-UNE-VERSION-CATEGORIE.
    READ HistCatFile
        AT END
            MOVE 'Y' TO EOFHistCat
        NOT AT END
            IF CatHistCode NOT = SPACES
                IF NbVersionsCat < 500
                    ADD 1 TO NbVersionsCat
                    SET HcaIdx TO NbVersionsCat
                    MOVE CatHistCode TO HcaCode (HcaIdx)
                    MOVE CatHistLibelle TO HcaLibelle (HcaIdx)
                    MOVE CatHistFlag TO HcaFlag (HcaIdx)
                    MOVE CatHistDebut TO HcaDebut (HcaIdx)
                    MOVE CatHistFin TO HcaFin (HcaIdx)
                ELSE
                    SET HistCategoriesTronque TO TRUE
                END-IF
            END-IF
    END-READ.

*> ----------------------------------------------------------------
*> 920-CHERCHER-CATEGORIE : cherche CategorieCherchee dans le
*> referentiel et positionne EtatCategorie (active, retiree ou
*> inconnue) ainsi que LibelleTrouve ; si DateEnVigueur est
*> renseignee et l'historique charge, c'est la version en vigueur a
*> cette date qui fait foi (921).
*> ----------------------------------------------------------------
920-CHERCHER-CATEGORIE.
    MOVE SPACES TO LibelleTrouve
        WHEN RefCode (RefIdx) = CategorieCherchee
            MOVE RefFlag (RefIdx) TO EtatCategorie
            MOVE RefLibelle (RefIdx) TO LibelleTrouve
    END-SEARCH
    IF HistCategoriesCharge AND DateEnVigueur NOT = SPACES
        PERFORM 921-APPLIQUER-VERSION-CATEGORIE
    END-IF.

*> ----------------------------------------------------------------
*> 921-APPLIQUER-VERSION-CATEGORIE : remplace le resultat de
*> 920-CHERCHER-CATEGORIE par la version de CategorieCherchee en vigueur a
*> DateEnVigueur ; un code historise sans version a cette date est
*> inconnu (pas encore cree).
*> ----------------------------------------------------------------
921-APPLIQUER-VERSION-CATEGORIE.
    MOVE 'N' TO CodeHistoriseSw
    MOVE 'N' TO VersionTrouveeSw
    PERFORM 922-EXAMINER-VERSION-CATEGORIE
        VARYING NumVersionHist FROM 1 BY 1
        UNTIL NumVersionHist > NbVersionsCat OR VersionTrouvee
    IF CodeHistorise AND NOT VersionTrouvee
        SET CategorieInconnue TO TRUE
        MOVE SPACES TO LibelleTrouve
    END-IF.

922-EXAMINER-VERSION-CATEGORIE.
    IF HcaCode (NumVersionHist) = CategorieCherchee
        SET CodeHistorise TO TRUE
        IF HcaDebut (NumVersionHist) NOT > DateEnVigueur
           AND (HcaFin (NumVersionHist) = SPACES
                OR HcaFin (NumVersionHist) NOT < DateEnVigueur)
            SET VersionTrouvee TO TRUE
            MOVE HcaFlag (NumVersionHist) TO EtatCategorie
            MOVE HcaLibelle (NumVersionHist) TO LibelleTrouve
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> 925-CHARGER-REFERENTIEL-CENTRES : charge en table le referentiel
*> ----------------------------------------------------------------
*> 927-CHERCHER-CENTRE : cherche CentreCherche dans le referentiel
*> des centres de cout et positionne EtatCentre (actif, retire ou
*> inconnu) ainsi que LibelleCentreTrouve ; avec DateEnVigueur et
*> l'historique, la version en vigueur a cette date (931).
*> ----------------------------------------------------------------
927-CHERCHER-CENTRE.
    MOVE SPACES TO LibelleCentreTrouve
        WHEN CcrCode (CcrIdx) = CentreCherche
            MOVE CcrFlag (CcrIdx) TO EtatCentre
            MOVE CcrLibelle (CcrIdx) TO LibelleCentreTrouve
    END-SEARCH
    IF HistCentresCharge AND DateEnVigueur NOT = SPACES
        PERFORM 931-APPLIQUER-VERSION-CENTRE
    END-IF.

*> ----------------------------------------------------------------
*> 928-CHARGER-HISTORIQUE-CENTRES : charge l'historique date des
*> centres de cout tenu par RefMaint, comme 915 pour les
*> categories.
*> ----------------------------------------------------------------
928-CHARGER-HISTORIQUE-CENTRES.
    OPEN INPUT HistCcFile
    IF HistCcFileTrouve
        SET HistCentresCharge TO TRUE
        PERFORM 929-LIRE-UNE-VERSION-CENTRE UNTIL EOFHistCc = 'Y'
    END-IF
    CLOSE HistCcFile

    IF HistCentresTronque
        MOVE 'N' TO HistCentresSw
        DISPLAY "TXNMAINT : HISTORIQUE DES CENTRES TRONQUE A 500 VERSIONS, "
                "CONTROLE SUR LE REFERENTIEL COURANT"
    END-IF.

929-LIRE-UNE-VERSION-CENTRE.
    READ HistCcFile
        AT END
            MOVE 'Y' TO EOFHistCc
        NOT AT END
            IF CcHistCode NOT = SPACES
                IF NbVersionsCc < 500
                    ADD 1 TO NbVersionsCc
                    SET HccIdx TO NbVersionsCc
                    MOVE CcHistCode TO HccCode (HccIdx)
                    MOVE CcHistLibelle TO HccLibelle (HccIdx)
                    MOVE CcHistFlag TO HccFlag (HccIdx)
                    MOVE CcHistDebut TO HccDebut (HccIdx)
                    MOVE CcHistFin TO HccFin (HccIdx)
                ELSE
                    SET HistCentresTronque TO TRUE
                END-IF
            END-IF
    END-READ.

*> ----------------------------------------------------------------
*> 930-CONTROLER-CATEGORIE-MVT : verifie MvtCategorie contre le
930-CONTROLER-CATEGORIE-MVT.
    IF ReferentielCharge
        MOVE MvtCategorie TO CategorieCherchee
        MOVE MvtDate TO DateEnVigueur
        PERFORM 920-CHERCHER-CATEGORIE
        IF CategorieInconnue
            MOVE "CATEGORIE INCONNUE" TO ResultatMvt
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> 931-APPLIQUER-VERSION-CENTRE : remplace le resultat de
*> 927-CHERCHER-CENTRE par la version de CentreCherche en vigueur a
*> DateEnVigueur, comme 921 pour les categories.
*> ----------------------------------------------------------------
931-APPLIQUER-VERSION-CENTRE.
    MOVE 'N' TO CodeHistoriseSw
    MOVE 'N' TO VersionTrouveeSw
    PERFORM 932-EXAMINER-VERSION-CENTRE
        VARYING NumVersionHist FROM 1 BY 1
        UNTIL NumVersionHist > NbVersionsCc OR VersionTrouvee
    IF CodeHistorise AND NOT VersionTrouvee
        SET CentreInconnu TO TRUE
        MOVE SPACES TO LibelleCentreTrouve
    END-IF.

932-EXAMINER-VERSION-CENTRE.
    IF HccCode (NumVersionHist) = CentreCherche
        SET CodeHistorise TO TRUE
        IF HccDebut (NumVersionHist) NOT > DateEnVigueur
           AND (HccFin (NumVersionHist) = SPACES
                OR HccFin (NumVersionHist) NOT < DateEnVigueur)
            SET VersionTrouvee TO TRUE
            MOVE HccFlag (NumVersionHist) TO EtatCentre
            MOVE HccLibelle (NumVersionHist) TO LibelleCentreTrouve
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> 935-CONTROLER-CENTRE-MVT : verifie MvtCentreCout contre le
*> referentiel des centres de cout ; positionne ResultatMvt si le
935-CONTROLER-CENTRE-MVT.
    IF RefCentresCharge AND ResultatMvt = SPACES
        MOVE MvtCentreCout TO CentreCherche
        MOVE MvtDate TO DateEnVigueur
        PERFORM 927-CHERCHER-CENTRE
        IF CentreInconnu
            MOVE "CENTRE COUT INCONNU" TO ResultatMvt
        END-IF
    END-IF.

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
*> 970-CONVERTIR-EN-BASE : convertit MontantAConvertir en devise de
*> base au taux de DateAConvertir, comme le fait MonthClose ; sans
*> taux, le montant d'origine est retenu tel quel.
*> ----------------------------------------------------------------
970-CONVERTIR-EN-BASE.
    MOVE 'N' TO TauxExisteSw
    IF DeviseAConvertir = DeviseBase
        SET TauxExiste TO TRUE
        MOVE 1 TO TauxCourant
    ELSE
        SET TauxIdx TO 1
        SEARCH TauxEntry
            AT END
                CONTINUE
            WHEN TauxDate (TauxIdx) = DateAConvertir
             AND TauxDevise (TauxIdx) = DeviseAConvertir
                SET TauxExiste TO TRUE
                MOVE TauxValeur (TauxIdx) TO TauxCourant
        END-SEARCH
    END-IF

    IF TauxExiste
        COMPUTE MontantBase ROUNDED = MontantAConvertir * TauxCourant
    ELSE
        MOVE MontantAConvertir TO MontantBase
    END-IF.

*> ----------------------------------------------------------------
*> 975-CHARGER-OPERATEURS : charge en table le referentiel des
*> operateurs ; absent, on l'annonce dans txn_maint_report.txt et
*> aucun mouvement ne sera accepte (sans referentiel, personne
*> n'est habilite).
*> ----------------------------------------------------------------
975-CHARGER-OPERATEURS.
    OPEN INPUT OpRefFile
    IF OpRefFileTrouve
        SET RefOperateursCharge TO TRUE
        PERFORM 976-LIRE-UN-OPERATEUR UNTIL EOFOpRef = 'Y'
    END-IF
    CLOSE OpRefFile

    IF NOT RefOperateursCharge
        MOVE SPACES TO MaintReportLine
        STRING "REFERENTIEL OPERATEURS ABSENT : AUCUN MOUVEMENT ACCEPTE"
               DELIMITED BY SIZE
               INTO MaintReportLine
        WRITE MaintReportLine
        SET DesAnomaliesDetectees TO TRUE
    END-IF
    IF RefOperateursTronque
        MOVE SPACES TO MaintReportLine
        STRING "REFERENTIEL OPERATEURS TRONQUE A 100 CODES"
               DELIMITED BY SIZE
               INTO MaintReportLine
        WRITE MaintReportLine
        SET DesAnomaliesDetectees TO TRUE
    END-IF.

976-LIRE-UN-OPERATEUR.
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
*> 977-CHERCHER-OPERATEUR : cherche OperateurCherche dans le
*> referentiel et positionne EtatOperateur (actif, retire ou
*> inconnu) ainsi que ses roles.
*> ----------------------------------------------------------------
977-CHERCHER-OPERATEUR.
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
*> 980-CHARGER-ATTENTES : relit le registre des attentes de
*> validation ; toutes les references y sont comptees pour numeroter
*> les suivantes, et les mouvements de TxnMaint encore en attente
*> (ligne E sans ligne L ou R de meme reference) sont mis en table.
*> ----------------------------------------------------------------
980-CHARGER-ATTENTES.
    OPEN INPUT AttenteFile
    IF AttenteFileTrouve
        PERFORM 985-LIRE-UNE-ATTENTE UNTIL EOFAttentes = 'Y'
    END-IF
    CLOSE AttenteFile

    IF AttentesPleines
        MOVE SPACES TO MaintReportLine
        STRING "ATTENTES DE VALIDATION AU-DELA DE 500 : SURPLUS IGNORE"
               DELIMITED BY SIZE
               INTO MaintReportLine
        WRITE MaintReportLine
        SET DesAnomaliesDetectees TO TRUE
    END-IF.

985-LIRE-UNE-ATTENTE.
    READ AttenteFile
        AT END
            MOVE 'Y' TO EOFAttentes
        NOT AT END
            IF AttEnAttente
                ADD 1 TO NbReferencesAttente
            END-IF
            IF AttProgramme = ProgrammeJournal
                IF AttEnAttente
                    PERFORM 986-RANGER-ATTENTE
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
*> 986-RANGER-ATTENTE : range en table la ligne E de AttenteLigne,
*> dans la premiere place libre (jamais occupee, ou liberee par une
*> ligne L ou R).
*> ----------------------------------------------------------------
986-RANGER-ATTENTE.
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
*> 990-CHARGER-VALIDATIONS : lit les confirmations des seconds
*> operateurs (Oper Vnnnnn) et retient, pour chaque mouvement de
*> TxnMaint en attente, la premiere confirmation recevable ; une
*> confirmation irrecevable est tracee et le mouvement reste en
*> attente. Les references d'autres programmes, ou deja liberees,
*> sont ignorees.
*> ----------------------------------------------------------------
990-CHARGER-VALIDATIONS.
    OPEN INPUT ValidationFile
    IF ValidationFileTrouve
        PERFORM 995-LIRE-UNE-VALIDATION UNTIL EOFValidations = 'Y'
    END-IF
    CLOSE ValidationFile.

995-LIRE-UNE-VALIDATION.
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
                        PERFORM 996-CONTROLER-VALIDEUR
                    END-IF
            END-SEARCH
    END-READ.

*> ----------------------------------------------------------------
*> 996-CONTROLER-VALIDEUR : le second operateur doit etre connu,
*> actif, habilite a la validation et different de celui qui a
*> saisi le mouvement.
*> ----------------------------------------------------------------
996-CONTROLER-VALIDEUR.
    MOVE SPACES TO MotifValidation
    MOVE ValOperateurLu TO OperateurCherche
    PERFORM 977-CHERCHER-OPERATEUR
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
        MOVE SPACES TO MaintReportLine
        STRING "VALIDATION " DELIMITED BY SIZE
               ValReferenceLue DELIMITED BY SIZE
               " PAR " DELIMITED BY SIZE
               ValOperateurLu DELIMITED BY SPACE
               " : REFUSEE (" DELIMITED BY SIZE
               MotifValidation DELIMITED BY "  "
               ")" DELIMITED BY SIZE
               INTO MaintReportLine
        WRITE MaintReportLine
    END-IF.

*> ----------------------------------------------------------------
*> 1000-OUVRIR-FICHIER-MAITRE : ouvre le fichier maitre en I-O ; le
*> cree au premier lancement s’il n’existe pas encore. Tout autre
        PERFORM 1090-ABANDONNER-MAITRE-INDISPONIBLE
    END-IF.

*> ----------------------------------------------------------------
*> 1050-OUVRIR-JOURNAL-MAITRE : ouvre en ajout le journal des
*> modifications du fichier maitre ; chaque ligne du run porte la
*> date et l'heure de son demarrage et l'utilisateur.
*> ----------------------------------------------------------------
1050-OUVRIR-JOURNAL-MAITRE.
    ACCEPT DateDuJour FROM DATE YYYYMMDD
    ACCEPT HeureDuJour FROM TIME
    ACCEPT UtilisateurRun FROM ENVIRONMENT "USER"
    IF UtilisateurRun = SPACES
        MOVE "INCONNU" TO UtilisateurRun
    END-IF
    OPEN EXTEND JournalMaitreFile
    OPEN EXTEND AttenteFile.

*> ----------------------------------------------------------------
*> 1090-ABANDONNER-MAITRE-INDISPONIBLE : message operateur, trace
*> dans le compte rendu et au journal, puis arret sans rien changer.
    STOP RUN.

*> ----------------------------------------------------------------
*> 1500-APPLIQUER-VALIDATIONS : applique, avant les mouvements du
*> jour, les mouvements en attente confirmes par un second
*> operateur ; chacun est solde au registre par une ligne L
*> (applique) ou R (refuse par les controles au moment d'etre
*> applique, a ressaisir).
*> ----------------------------------------------------------------
1500-APPLIQUER-VALIDATIONS.
    PERFORM 1550-APPLIQUER-UNE-VALIDATION
        VARYING AtpIdx FROM 1 BY 1 UNTIL AtpIdx > NbAttentes.

1550-APPLIQUER-UNE-VALIDATION.
    IF AtpEtat (AtpIdx) = 'E' AND AtpValideur (AtpIdx) NOT = SPACES
        SET ValidationEnCours TO TRUE
        MOVE AtpReference (AtpIdx) TO ReferenceEnCours
        MOVE AtpOperateur (AtpIdx) TO MvtOperateur
        MOVE AtpValideur (AtpIdx) TO MvtValideur
        MOVE AtpContenu (AtpIdx) TO MvtLigne
        PERFORM 2070-NOTER-OPERATEUR
        PERFORM 2050-APPLIQUER-MOUVEMENT

        MOVE SPACES TO AttenteLigne
        IF ResultatMvt = "AJOUTEE" OR ResultatMvt = "MODIFIEE"
           OR ResultatMvt = "SUPPRIMEE"
            SET AttLiberee TO TRUE
            ADD 1 TO NbValidationsAppliquees
        ELSE
            SET AttRefusee TO TRUE
        END-IF
        MOVE ReferenceEnCours TO AttReference
        MOVE ProgrammeJournal TO AttProgramme
        MOVE MvtTranID TO AttCle
        MOVE MvtValideur TO AttOperateur
        MOVE DateDuJour TO AttDate
        MOVE MvtLigne TO AttContenu
        MOVE AttStatut TO AtpEtat (AtpIdx)
        WRITE AttenteLigne

        MOVE 'N' TO ValidationEnCoursSw
        MOVE SPACES TO MvtValideur ReferenceEnCours
    END-IF.

*> ----------------------------------------------------------------
*> 2000-TRAITER-MOUVEMENT : separe le code operateur en tete de la
*> ligne lue, puis applique le mouvement.
*> ----------------------------------------------------------------
2000-TRAITER-MOUVEMENT.
    MOVE SPACES TO MvtOperateur MvtLigne
    MOVE 0 TO NbCarOperateur
    MOVE 1 TO PositionOperateur
    UNSTRING LigneSoumise DELIMITED BY SPACE
        INTO MvtOperateur COUNT IN NbCarOperateur
        WITH POINTER PositionOperateur
    END-UNSTRING
    IF PositionOperateur NOT > LENGTH OF LigneSoumise
        MOVE LigneSoumise(PositionOperateur:) TO MvtLigne
    END-IF
    IF NbCarOperateur > 0
        PERFORM 2070-NOTER-OPERATEUR
    END-IF

    PERFORM 2050-APPLIQUER-MOUVEMENT.

*> ----------------------------------------------------------------
*> 2050-APPLIQUER-MOUVEMENT : decoupe un mouvement de maintenance et
*> l’applique au fichier maitre selon son code d’action, apres
*> controle de l'operateur (sauf pour un mouvement valide, deja
*> controle a sa saisie).
*> ----------------------------------------------------------------
2050-APPLIQUER-MOUVEMENT.
    MOVE SPACES TO ActionCode MvtTranID MvtDate MvtDesc MvtCategorie
                   MvtMontantTxte MvtDevise MvtCentreCout
    MOVE 0 TO NbCarAction NbCarTranID NbCarDate NbCarDesc
    MOVE 1 TO PositionMvt
    MOVE SPACES TO ResultatMvt

    UNSTRING MvtLigne DELIMITED BY SPACE
        INTO ActionCode      COUNT IN NbCarAction,
             MvtTranID       COUNT IN NbCarTranID,
             MvtDate         COUNT IN NbCarDate,
        MOVE CentreCoutDefaut TO MvtCentreCout
    END-IF

    IF NOT ValidationEnCours
        PERFORM 2060-CONTROLER-OPERATEUR
    END-IF

    IF ResultatMvt = SPACES
        EVALUATE ActionCode
            WHEN "A"
                PERFORM 2100-AJOUTER-TRANSACTION
            WHEN "C"
                PERFORM 2200-MODIFIER-TRANSACTION
            WHEN "D"
                PERFORM 2300-SUPPRIMER-TRANSACTION
            WHEN OTHER
                MOVE "CODE ACTION INCONNU" TO ResultatMvt
        END-EVALUATE
    END-IF

    IF ResultatMvt NOT = "AJOUTEE" AND ResultatMvt NOT = "MODIFIEE"
       AND ResultatMvt NOT = "SUPPRIMEE"
       AND ResultatMvt(1:22) NOT = "EN ATTENTE VALIDATION "
        SET DesAnomaliesDetectees TO TRUE
    END-IF

    PERFORM 2900-IMPRIMER-RESULTAT-MOUVEMENT.

*> ----------------------------------------------------------------
*> 2060-CONTROLER-OPERATEUR : l'operateur en tete du mouvement doit
*> etre connu, actif et habilite a la saisie ; un TranID qui a deja
*> un mouvement en attente de validation n'en recoit pas d'autre
*> avant que le premier soit solde.
*> ----------------------------------------------------------------
2060-CONTROLER-OPERATEUR.
    IF NOT RefOperateursCharge
        MOVE "REFERENTIEL OPERATEURS ABSENT" TO ResultatMvt
    ELSE
        MOVE MvtOperateur TO OperateurCherche
        PERFORM 977-CHERCHER-OPERATEUR
        EVALUATE TRUE
            WHEN NbCarOperateur = 0 OR NbCarOperateur > 8
             OR OperateurInconnu
                MOVE "OPERATEUR INCONNU" TO ResultatMvt
            WHEN OperateurTrouveInactif
                MOVE "OPERATEUR INACTIF" TO ResultatMvt
            WHEN NOT RoleSaisieAccorde
                MOVE "ROLE SAISIE NON ACCORDE" TO ResultatMvt
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF

    IF ResultatMvt = SPACES
        SET AtpIdx TO 1
        SEARCH AttenteEntry
            AT END
                CONTINUE
            WHEN AtpCle (AtpIdx) = MvtTranID
             AND AtpEtat (AtpIdx) = 'E'
                MOVE "MOUVEMENT DEJA EN ATTENTE" TO ResultatMvt
        END-SEARCH
    END-IF.

*> ----------------------------------------------------------------
*> 2070-NOTER-OPERATEUR : retient l'operateur du run pour le journal
*> des executions (MULTIPLE si le lot en porte plusieurs).
*> ----------------------------------------------------------------
2070-NOTER-OPERATEUR.
    IF OperateurJournal = SPACES
        MOVE MvtOperateur TO OperateurJournal
    ELSE
        IF OperateurJournal NOT = MvtOperateur
            MOVE "MULTIPLE" TO OperateurJournal
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> 2100-AJOUTER-TRANSACTION : cree un nouvel enregistrement dans le
*> fichier maitre pour la cle MvtTranID.
2100-AJOUTER-TRANSACTION.
    IF NbCarTranID = 0 OR NbCarDate = 0 OR NbCarDesc = 0
       OR NbCarCategorie = 0 OR NbCarMontant = 0
       OR (PositionMvt NOT > LENGTH OF MvtLigne
           AND MvtLigne(PositionMvt:) NOT = SPACES)
       OR FUNCTION TEST-NUMVAL(MvtMontantTxte) NOT = 0
       OR MvtDateAnnee IS NOT NUMERIC
       OR MvtDateMois IS NOT NUMERIC
        PERFORM 930-CONTROLER-CATEGORIE-MVT
        PERFORM 935-CONTROLER-CENTRE-MVT
        PERFORM 955-CONTROLER-PERIODE-MVT
        MOVE 'N' TO SeuilDepasseSw
        IF ResultatMvt = SPACES AND NOT ValidationEnCours
            PERFORM 2860-CONTROLER-SEUIL-MVT
        END-IF
        IF ResultatMvt = SPACES AND SeuilDepasse
            PERFORM 2800-METTRE-EN-ATTENTE
        END-IF
        IF ResultatMvt = SPACES
            MOVE MvtTranID TO TranID
            MOVE MvtDate TO TranDate
                    MOVE "CLE DEJA EXISTANTE" TO ResultatMvt
                NOT INVALID KEY
                    MOVE "AJOUTEE" TO ResultatMvt
                    MOVE 'A' TO JournalAction
                    MOVE SPACES TO JournalImageAvant
                    MOVE TranMasterRecord TO JournalImageApres
                    PERFORM 2950-JOURNALISER-MODIFICATION
            END-WRITE
        END-IF
    END-IF.
2200-MODIFIER-TRANSACTION.
    IF NbCarTranID = 0 OR NbCarDate = 0 OR NbCarDesc = 0
       OR NbCarCategorie = 0 OR NbCarMontant = 0
       OR (PositionMvt NOT > LENGTH OF MvtLigne
           AND MvtLigne(PositionMvt:) NOT = SPACES)
       OR FUNCTION TEST-NUMVAL(MvtMontantTxte) NOT = 0
       OR MvtDateAnnee IS NOT NUMERIC
       OR MvtDateMois IS NOT NUMERIC
                    IF PeriodeEstClose
                        MOVE "PERIODE CLOSE" TO ResultatMvt
                    ELSE
                        PERFORM 2250-REECRIRE-TRANSACTION
                    END-IF
            END-READ
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> 2250-REECRIRE-TRANSACTION : reecrit l'enregistrement lu avec les
*> valeurs du mouvement, ou met le mouvement en attente si l'ancien
*> ou le nouveau montant depasse le seuil de double validation.
*> ----------------------------------------------------------------
2250-REECRIRE-TRANSACTION.
    MOVE 'N' TO SeuilDepasseSw
    IF NOT ValidationEnCours
        PERFORM 2870-CONTROLER-SEUIL-MAITRE
        PERFORM 2860-CONTROLER-SEUIL-MVT
    END-IF

    IF SeuilDepasse
        PERFORM 2800-METTRE-EN-ATTENTE
    ELSE
        MOVE TranMasterRecord TO JournalImageAvant
        MOVE MvtDate TO TranDate
        MOVE MvtDesc TO TranDesc
        MOVE MvtCategorie TO TranCategorie
        MOVE MvtMontantTxte TO MvtMontant
        MOVE MvtMontant TO TranMontant
        MOVE MvtDevise TO TranDevise
        MOVE MvtCentreCout TO TranCentreCout
        REWRITE TranMasterRecord
        MOVE "MODIFIEE" TO ResultatMvt
        MOVE 'C' TO JournalAction
        MOVE TranMasterRecord TO JournalImageApres
        PERFORM 2950-JOURNALISER-MODIFICATION
    END-IF.

*> ----------------------------------------------------------------
*> 2300-SUPPRIMER-TRANSACTION : retire l’enregistrement de cle
*> MvtTranID du fichier maitre.
                IF PeriodeEstClose
                    MOVE "PERIODE CLOSE" TO ResultatMvt
                ELSE
                    PERFORM 2350-RETIRER-TRANSACTION
                END-IF
        END-READ
    END-IF.

*> ----------------------------------------------------------------
*> 2350-RETIRER-TRANSACTION : supprime l'enregistrement lu, ou met
*> le mouvement en attente si le montant supprime depasse le seuil
*> de double validation.
*> ----------------------------------------------------------------
2350-RETIRER-TRANSACTION.
    MOVE 'N' TO SeuilDepasseSw
    IF NOT ValidationEnCours
        PERFORM 2870-CONTROLER-SEUIL-MAITRE
    END-IF

    IF SeuilDepasse
        PERFORM 2800-METTRE-EN-ATTENTE
    ELSE
        MOVE TranMasterRecord TO JournalImageAvant
        DELETE TranMasterFile
        MOVE "SUPPRIMEE" TO ResultatMvt
        MOVE 'D' TO JournalAction
        MOVE SPACES TO JournalImageApres
        PERFORM 2950-JOURNALISER-MODIFICATION
    END-IF.

*> ----------------------------------------------------------------
*> 2800-METTRE-EN-ATTENTE : inscrit le mouvement au registre des
*> attentes de validation sous la reference suivante, sans le
*> code operateur, que le registre porte a part.
*> ----------------------------------------------------------------
2800-METTRE-EN-ATTENTE.
    ADD 1 TO NbReferencesAttente
    MOVE NbReferencesAttente TO ReferenceNumero
    MOVE SPACES TO ReferenceAttente
    STRING "V" DELIMITED BY SIZE
           ReferenceNumero DELIMITED BY SIZE
           INTO ReferenceAttente

    MOVE SPACES TO AttenteLigne
    SET AttEnAttente TO TRUE
    MOVE ReferenceAttente TO AttReference
    MOVE ProgrammeJournal TO AttProgramme
    MOVE MvtTranID TO AttCle
    MOVE MvtOperateur TO AttOperateur
    MOVE DateDuJour TO AttDate
    MOVE MvtLigne TO AttContenu
    PERFORM 986-RANGER-ATTENTE
    WRITE AttenteLigne

    ADD 1 TO NbMisesEnAttente
    MOVE SPACES TO ResultatMvt
    STRING "EN ATTENTE VALIDATION " DELIMITED BY SIZE
           ReferenceAttente DELIMITED BY SIZE
           INTO ResultatMvt.

*> ----------------------------------------------------------------
*> 2860-CONTROLER-SEUIL-MVT : positionne SeuilDepasse si le montant
*> du mouvement, converti en devise de base a sa date, depasse le
*> seuil en valeur absolue.
*> ----------------------------------------------------------------
2860-CONTROLER-SEUIL-MVT.
    MOVE MvtMontantTxte TO MvtMontant
    MOVE MvtMontant TO MontantAConvertir
    MOVE MvtDevise TO DeviseAConvertir
    MOVE MvtDate TO DateAConvertir
    PERFORM 2880-COMPARER-AU-SEUIL.

*> ----------------------------------------------------------------
*> 2870-CONTROLER-SEUIL-MAITRE : meme controle sur le montant de
*> l'enregistrement du fichier maitre vise par un C ou un D.
*> ----------------------------------------------------------------
2870-CONTROLER-SEUIL-MAITRE.
    MOVE TranMontant TO MontantAConvertir
    MOVE TranDevise TO DeviseAConvertir
    MOVE TranDate TO DateAConvertir
    PERFORM 2880-COMPARER-AU-SEUIL.

2880-COMPARER-AU-SEUIL.
    PERFORM 970-CONVERTIR-EN-BASE
    IF MontantBase < 0
        COMPUTE MontantBase = MontantBase * -1
    END-IF
    IF MontantBase > SeuilMontant
        SET SeuilDepasse TO TRUE
    END-IF.

*> ----------------------------------------------------------------
*> 2900-IMPRIMER-RESULTAT-MOUVEMENT : trace l'operateur, l’action
*> demandee et son resultat dans txn_maint_report.txt, avec la
*> reference et le valideur pour un mouvement valide.
*> ----------------------------------------------------------------
2900-IMPRIMER-RESULTAT-MOUVEMENT.
    MOVE SPACES TO MaintReportLine
    IF ValidationEnCours
        STRING MvtOperateur DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               ActionCode DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MvtTranID DELIMITED BY SIZE
               " : " DELIMITED BY SIZE
               ResultatMvt DELIMITED BY "  "
               " (VALIDATION " DELIMITED BY SIZE
               ReferenceEnCours DELIMITED BY SIZE
               " PAR " DELIMITED BY SIZE
               MvtValideur DELIMITED BY SPACE
               ")" DELIMITED BY SIZE
               INTO MaintReportLine
    ELSE
        STRING MvtOperateur DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               ActionCode DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MvtTranID DELIMITED BY SIZE
               " : " DELIMITED BY SIZE
               ResultatMvt DELIMITED BY SIZE
               INTO MaintReportLine
    END-IF
    WRITE MaintReportLine.

*> ----------------------------------------------------------------
*> 2950-JOURNALISER-MODIFICATION : inscrit au journal permanent le
*> mouvement applique, avec les images avant et apres, l'operateur
*> et le valideur.
*> ----------------------------------------------------------------
2950-JOURNALISER-MODIFICATION.
    MOVE SPACES TO JournalMaitreLigne
    MOVE DateDuJour TO JmaDateRun
    MOVE HeureDuJour TO JmaHeureRun
    MOVE ProgrammeJournal TO JmaProgramme
    MOVE MvtOperateur TO JmaUtilisateur
    MOVE JournalAction TO JmaAction
    MOVE MvtTranID TO JmaTranID
    MOVE JournalImageAvant TO JmaImageAvant
    MOVE JournalImageApres TO JmaImageApres
    MOVE MvtValideur TO JmaValideur
    WRITE JournalMaitreLigne.

*> ----------------------------------------------------------------
*> 3000-EXPORTER-FICHIER-CORRIGE : relit le fichier maitre en entier,
*> dans l’ordre des cles, et reecrit chaque transaction au format

    MOVE NbMouvementsTraites TO NbMouvementsAffiche
    MOVE NbTransactionsExportees TO NbExporteesAffiche
    MOVE NbMisesEnAttente TO NbAttenteAffiche
    MOVE NbValidationsAppliquees TO NbValideesAffiche
    IF OperateurJournal = SPACES
        MOVE "AUCUN" TO OperateurJournal
    END-IF
    IF DesAnomaliesDetectees
        MOVE "ERR " TO CodeRetourRun
    ELSE
           NbMouvementsAffiche DELIMITED BY SIZE
           " EXPORTEES=" DELIMITED BY SIZE
           NbExporteesAffiche DELIMITED BY SIZE
           " OP=" DELIMITED BY SIZE
           OperateurJournal DELIMITED BY SIZE
           " ATT=" DELIMITED BY SIZE
           NbAttenteAffiche DELIMITED BY SIZE
           " VAL=" DELIMITED BY SIZE
           NbValideesAffiche DELIMITED BY SIZE
           " STATUT=" DELIMITED BY SIZE
           CodeRetourRun DELIMITED BY SIZE
           INTO AuditLogLine
