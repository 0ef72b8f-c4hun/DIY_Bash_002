IDENTIFICATION DIVISION.
PROGRAM-ID. RefMaint.

*> ------------------------------------------------------------------
*> Maintenance datee des referentiels tenus par la comptabilite :
*> categories/comptes (categories_ref.txt), centres de cout
*> (centres_cout_ref.txt) et taux de change (taux_change.txt).
*> Jusqu'ici ces fichiers etaient corriges a la main et une
*> modification s'appliquait aussitot a toutes les dates : un code
*> retire rendait invalides les transactions anterieures encore a
*> auditer, et l'on perdait la trace de ce qui etait en vigueur.
*>
*> Les mouvements sont lus dans mouvements_referentiel.txt (champs
*> separes par des espaces, l'operateur en tete, la date d'effet au
*> format AAAA-MM-JJ) :
*>   OPER CAT  A DATE CODE CONTRA LIBELLE...
*>   OPER CAT  C DATE CODE CONTRA [LIBELLE...]
*>   OPER CAT  R DATE CODE
*>   OPER CC   A DATE CODE LIBELLE...
*>   OPER CC   C DATE CODE LIBELLE...
*>   OPER CC   R DATE CODE
*>   OPER TAUX A DATE DEVISE TAUX
*>   OPER TAUX C DATE DEVISE TAUX
*>   OPER TAUX R DATE DEVISE
*> A = ajout (ou reactivation d'un code retire), C = modification,
*> R = retrait. Sur une modification de categorie, un contre-compte
*> "*" et un libelle absent laissent la valeur en cours inchangee.
*> L'operateur doit figurer au referentiel operateurs_ref.txt (voir
*> opref.cpy), actif et habilite a l'administration.
*>
*> Categories et centres sont tenus par versions dans
*> categories_hist.txt et centres_cout_hist.txt (voir cathist.cpy et
*> cchist.cpy) : un mouvement accepte clot la version en cours la
*> veille de sa date d'effet et en ouvre une nouvelle a cette date ;
*> rien n'est jamais efface. Au premier passage, l'historique est
*> repris des fichiers courants, valables depuis le 1900-01-01.
*> Un mouvement est rejete, motif au rapport, si la date d'effet est
*> invalide ou touche une periode close (pour un code, toute periode
*> close a partir de ce mois, la version valant pour la suite), si
*> elle n'est pas posterieure au debut de la version en cours
*> (chevauchement), si le code est deja actif (ajout), inconnu ou
*> retire (modification, retrait), si le contre-compte est inconnu,
*> retire a la date d'effet ou egal au code, si une categorie a
*> retirer est encore le contre-compte d'une categorie active, ou si
*> le centre a retirer est le centre par defaut du siege.
*>
*> Les taux restent une ligne par date et devise, la date de la
*> ligne etant sa date d'effet : un ajout est rejete s'il existe deja
*> un taux pour la meme date et la meme devise, une modification ou
*> un retrait s'il n'en existe pas ; le taux doit etre strictement
*> positif, et la devise de base n'a pas de taux.
*>
*> Apres les mouvements, categories_ref.txt et centres_cout_ref.txt
*> sont regeneres avec les versions en vigueur a la date
*> d'exploitation (date_exploitation.txt, a defaut la date du jour),
*> si bien qu'un changement a effet futur n'y apparait qu'au premier
*> passage qui suit cette date. Chaque mouvement accepte est inscrit
*> au journal permanent referentiel_journal.txt (voir refjrn.cpy)
*> avec les valeurs avant et apres, et referentiel_report.txt liste
*> tous les mouvements, acceptes ou rejetes avec leur motif.
*> ------------------------------------------------------------------

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL MvtRefFile ASSIGN TO 'mouvements_referentiel.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MvtRefStatus.
    SELECT OPTIONAL OpRefFile ASSIGN TO 'operateurs_ref.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OpRefStatus.
    SELECT OPTIONAL PeriodesFile ASSIGN TO 'periodes_closes.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PeriodesStatus.
    SELECT OPTIONAL DateExpFile ASSIGN TO 'date_exploitation.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DateExpStatus.
    SELECT OPTIONAL CatRefFile ASSIGN TO 'categories_ref.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CatRefStatus.
    SELECT OPTIONAL CcRefFile ASSIGN TO 'centres_cout_ref.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CcRefStatus.
    SELECT OPTIONAL TauxFile ASSIGN TO 'taux_change.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TauxStatus.
    SELECT OPTIONAL HistCatFile ASSIGN TO 'categories_hist.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HistCatStatus.
    SELECT OPTIONAL HistCcFile ASSIGN TO 'centres_cout_hist.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HistCcStatus.
    SELECT OPTIONAL RefJournalFile ASSIGN TO 'referentiel_journal.txt'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT RefReportFile ASSIGN TO 'referentiel_report.txt'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL AuditLogFile ASSIGN TO 'audit_run_log.txt'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD MvtRefFile.
01 MvtRefLigne     PIC X(100).

FD OpRefFile.
COPY "opref.cpy".

FD PeriodesFile.
01 PeriodeLigne    PIC X(07).

FD DateExpFile.
01 DateExpLigne    PIC X(40).

FD CatRefFile.
COPY "catref.cpy".

FD CcRefFile.
COPY "ccref.cpy".

FD TauxFile.
01 TauxLigne       PIC X(40).

FD HistCatFile.
COPY "cathist.cpy".

FD HistCcFile.
COPY "cchist.cpy".

FD RefJournalFile.
COPY "refjrn.cpy".

FD RefReportFile.
01 RefReportLine   PIC X(100).

FD AuditLogFile.
01 AuditLogLine    PIC X(132).

WORKING-STORAGE SECTION.
01 MvtRefStatus    PIC XX VALUE SPACES.
    88 MvtRefFileTrouve VALUE '00'.
01 PeriodesStatus  PIC XX VALUE SPACES.
    88 PeriodesFileTrouve VALUE '00'.
01 DateExpStatus   PIC XX VALUE SPACES.
    88 DateExpFileTrouve VALUE '00'.
01 CatRefStatus    PIC XX VALUE SPACES.
    88 CatRefFileTrouve VALUE '00'.
01 CcRefStatus     PIC XX VALUE SPACES.
    88 CcRefFileTrouve VALUE '00'.
01 TauxStatus      PIC XX VALUE SPACES.
    88 TauxFileTrouve VALUE '00'.
01 HistCatStatus   PIC XX VALUE SPACES.
    88 HistCatFileTrouve VALUE '00'.
01 HistCcStatus    PIC XX VALUE SPACES.
    88 HistCcFileTrouve VALUE '00'.

01 EOFMvt          PIC X VALUE 'N'.
01 EOFPeriodes     PIC X VALUE 'N'.
01 EOFCatRef       PIC X VALUE 'N'.
01 EOFCcRef        PIC X VALUE 'N'.
01 EOFTaux         PIC X VALUE 'N'.
01 EOFHistCat      PIC X VALUE 'N'.
01 EOFHistCc       PIC X VALUE 'N'.

*> date d'exploitation : les referentiels courants sont regeneres
*> avec les versions en vigueur a cette date (a defaut, la date du
*> jour)
01 DateExploitation PIC X(10) VALUE SPACES.
01 DateExpDecoupee REDEFINES DateExploitation.
    05 DateExpAnnee PIC X(04).
    05 DateExpSep1  PIC X(01).
    05 DateExpMois  PIC X(02).
    05 DateExpSep2  PIC X(01).
    05 DateExpJour  PIC X(02).
01 DateReference   PIC X(10) VALUE SPACES.
01 DateDuJour      PIC 9(08).
01 HeureDuJour     PIC 9(08).

*> calcul de la veille d'une date d'effet (fin de la version close)
01 DateCalcul.
    05 DcAnnee     PIC 9(04).
    05 DcMois      PIC 9(02).
    05 DcJour      PIC 9(02).
01 DateCalculNum REDEFINES DateCalcul PIC 9(08).
01 JourEntier      PIC 9(08) VALUE 0.
01 DateVeille      PIC X(10) VALUE SPACES.
01 DateDebutHistorique PIC X(10) VALUE '1900-01-01'.

*> decoupage d'un mouvement
01 MvtOperateur    PIC X(08) VALUE SPACES.
01 MvtReferentiel  PIC X(04) VALUE SPACES.
01 MvtAction       PIC X(01) VALUE SPACES.
01 MvtDateEffet    PIC X(10) VALUE SPACES.
01 MvtDateDecoupee REDEFINES MvtDateEffet.
    05 EffAnnee    PIC X(04).
    05 EffSep1     PIC X(01).
    05 EffMois     PIC X(02).
    05 EffSep2     PIC X(01).
    05 EffJour     PIC X(02).
01 MvtCode         PIC X(04) VALUE SPACES.
01 MvtContra       PIC X(04) VALUE SPACES.
01 MvtLibelle      PIC X(30) VALUE SPACES.
01 MvtTauxTxte     PIC X(12) VALUE SPACES.
01 NbCarOperateur  PIC 9(03) VALUE 0.
01 NbCarReferentiel PIC 9(03) VALUE 0.
01 NbCarAction     PIC 9(03) VALUE 0.
01 NbCarDate       PIC 9(03) VALUE 0.
01 NbCarCode       PIC 9(03) VALUE 0.
01 NbCarContra     PIC 9(03) VALUE 0.
01 NbCarTaux       PIC 9(03) VALUE 0.
01 PositionMvt     PIC 9(03) VALUE 0.
01 LibelleTropLongSw PIC X VALUE 'N'.
    88 LibelleTropLong VALUE 'O'.
01 ResultatMvt     PIC X(40) VALUE SPACES.
01 AnneeEffet      PIC 9(04) VALUE 0.
01 MoisEffet       PIC 9(02) VALUE 0.
01 JourEffet       PIC 9(02) VALUE 0.
01 DernierJourMois PIC 9(02) VALUE 0.
01 ResteBissextile PIC 9(04) VALUE 0.
01 ValeurTaux      PIC 9(05)V9(06) VALUE 0.

*> valeurs avant et apres un mouvement, pour le rapport et le
*> journal permanent
01 RefAvant        PIC X(40) VALUE SPACES.
01 RefApres        PIC X(40) VALUE SPACES.

*> referentiel des operateurs, comme dans TxnMaint ; l'operateur de
*> chaque mouvement doit y etre actif et habilite a
*> l'administration.
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

*> registre des periodes closes, comme dans TxnMaint
01 NbPeriodesCloses PIC 9(03) VALUE 0.
01 TablePeriodesCloses.
    05 PeriodeCloseEntry OCCURS 120 TIMES INDEXED BY PerIdx.
        10 PeriodeClose PIC X(07) VALUE SPACES.

*> historique des categories : une entree par version
01 HistCategoriesLuSw PIC X VALUE 'N'.
    88 HistCategoriesLu VALUE 'O'.
01 HistCategoriesRepriseSw PIC X VALUE 'N'.
    88 HistCategoriesReprise VALUE 'O'.
01 HistCategoriesTronqueSw PIC X VALUE 'N'.
    88 HistCategoriesTronque VALUE 'O'.
01 NbVersionsCat   PIC 9(03) VALUE 0.
01 TableVersionsCat.
    05 VersionCatEntry OCCURS 500 TIMES INDEXED BY HcaIdx.
        10 HcaCode     PIC X(04) VALUE SPACES.
        10 HcaLibelle  PIC X(30) VALUE SPACES.
        10 HcaFlag     PIC X(01) VALUE SPACES.
        10 HcaContra   PIC X(04) VALUE SPACES.
        10 HcaDebut    PIC X(10) VALUE SPACES.
        10 HcaFin      PIC X(10) VALUE SPACES.

*> historique des centres de cout : une entree par version
01 HistCentresLuSw PIC X VALUE 'N'.
    88 HistCentresLu VALUE 'O'.
01 HistCentresRepriseSw PIC X VALUE 'N'.
    88 HistCentresReprise VALUE 'O'.
01 HistCentresTronqueSw PIC X VALUE 'N'.
    88 HistCentresTronque VALUE 'O'.
01 NbVersionsCc    PIC 9(03) VALUE 0.
01 TableVersionsCc.
    05 VersionCcEntry OCCURS 500 TIMES INDEXED BY HccIdx.
        10 HccCode     PIC X(04) VALUE SPACES.
        10 HccLibelle  PIC X(30) VALUE SPACES.
        10 HccFlag     PIC X(01) VALUE SPACES.
        10 HccDebut    PIC X(10) VALUE SPACES.
        10 HccFin      PIC X(10) VALUE SPACES.

*> version en cours (fin a blanc) du code d'un mouvement, et valeurs
*> de la version qui la remplace
01 PosVersion      PIC 9(03) VALUE 0.
01 NumVersion      PIC 9(03) VALUE 0.
01 OuvLibelle      PIC X(30) VALUE SPACES.
01 OuvFlag         PIC X(01) VALUE SPACES.
01 OuvContra       PIC X(04) VALUE SPACES.
01 OuvDebut        PIC X(10) VALUE SPACES.
01 NouvLibelle     PIC X(30) VALUE SPACES.
01 NouvFlag        PIC X(01) VALUE SPACES.
01 NouvContra      PIC X(04) VALUE SPACES.
01 CodeCherche     PIC X(04) VALUE SPACES.
01 CentreCoutDefaut PIC X(04) VALUE 'SIEG'.

*> table des taux de change : les lignes du fichier sont gardees
*> telles quelles, sauf celles modifiees (M) ou retirees (S)
01 DeviseBase      PIC X(03) VALUE 'CHF'.
01 NbTaux          PIC 9(03) VALUE 0.
01 TableTaux.
    05 TauxEntry OCCURS 600 TIMES INDEXED BY TauxIdx.
        10 TauxDate    PIC X(10) VALUE SPACES.
        10 TauxDevise  PIC X(03) VALUE SPACES.
        10 TauxTexte   PIC X(12) VALUE SPACES.
        10 TauxBrut    PIC X(40) VALUE SPACES.
        10 TauxEtat    PIC X(01) VALUE SPACES.
01 TauxTronqueSw   PIC X VALUE 'N'.
    88 TauxTronque VALUE 'O'.
01 TauxDateLue     PIC X(10) VALUE SPACES.
01 TauxDeviseLue   PIC X(03) VALUE SPACES.
01 TauxTexteLu     PIC X(12) VALUE SPACES.
01 NbTauxModifies  PIC 9(05) VALUE 0.

*> compteurs
01 NbMouvementsLus PIC 9(05) VALUE 0.
01 NbAcceptes      PIC 9(05) VALUE 0.
01 NbRejetes       PIC 9(05) VALUE 0.
01 NbCategoriesEcrites PIC 9(05) VALUE 0.
01 NbCentresEcrits PIC 9(05) VALUE 0.
01 NbAffiche       PIC ZZZZZZ9.

*> journal permanent des executions, comme dans SimpleAudit
01 UtilisateurRun      PIC X(12) VALUE SPACES.
01 IndicateurAnomalie  PIC X VALUE 'N'.
    88 DesAnomaliesDetectees VALUE 'O'.
01 CodeRetourRun       PIC X(04) VALUE 'OK'.
01 NbLusAffiche        PIC ZZZZ9.
01 NbAcceptesAffiche   PIC ZZZZ9.
01 NbRejetesAffiche    PIC ZZZZ9.

PROCEDURE DIVISION.
    ACCEPT DateDuJour FROM DATE YYYYMMDD
    OPEN OUTPUT RefReportFile

    PERFORM 1000-LIRE-DATE-EXPLOITATION
    PERFORM 1050-ECRIRE-ENTETE
    PERFORM 1100-CHARGER-OPERATEURS
    PERFORM 1200-CHARGER-PERIODES-CLOSES
    PERFORM 1300-CHARGER-HISTORIQUE-CATEGORIES
    PERFORM 1400-CHARGER-HISTORIQUE-CENTRES
    PERFORM 1500-CHARGER-TAUX-CHANGE

    OPEN EXTEND RefJournalFile
    PERFORM 2000-TRAITER-MOUVEMENTS
    CLOSE RefJournalFile

    IF NOT HistCategoriesTronque
        PERFORM 6000-REECRIRE-CATEGORIES
    END-IF
    IF NOT HistCentresTronque
        PERFORM 6200-REECRIRE-CENTRES
    END-IF
    IF NbTauxModifies > 0
        PERFORM 6400-REECRIRE-TAUX
    END-IF

    PERFORM 7000-ECRIRE-TOTAUX
    CLOSE RefReportFile

    PERFORM 7950-ECRIRE-JOURNAL-EXECUTION

    STOP RUN.

*> ----------------------------------------------------------------
*> 1000-LIRE-DATE-EXPLOITATION : lit la date d'exploitation sur la
*> carte partagee ; sans date valide, les referentiels courants sont
*> regeneres a la date du jour.
*> ----------------------------------------------------------------
1000-LIRE-DATE-EXPLOITATION.
    OPEN INPUT DateExpFile
    IF DateExpFileTrouve
        READ DateExpFile
            NOT AT END
                MOVE DateExpLigne(1:10) TO DateExploitation
        END-READ
    END-IF
    CLOSE DateExpFile

    IF DateExpAnnee IS NUMERIC
       AND DateExpMois IS NUMERIC
       AND DateExpJour IS NUMERIC
       AND DateExpSep1 = '-'
       AND DateExpSep2 = '-'
       AND DateExpMois NOT < '01' AND DateExpMois NOT > '12'
       AND DateExpJour NOT < '01' AND DateExpJour NOT > '31'
        MOVE DateExploitation TO DateReference
    ELSE
        MOVE DateDuJour TO DateCalculNum
        MOVE SPACES TO DateReference
        STRING DcAnnee DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               DcMois DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               DcJour DELIMITED BY SIZE
               INTO DateReference
    END-IF.

*> ----------------------------------------------------------------
*> 1050-ECRIRE-ENTETE : entete du rapport de maintenance.
*> ----------------------------------------------------------------
1050-ECRIRE-ENTETE.
    MOVE "RAPPORT DE MAINTENANCE DES REFERENTIELS" TO RefReportLine
    WRITE RefReportLine
    MOVE SPACES TO RefReportLine
    STRING "REFERENTIELS COURANTS REGENERES AU " DELIMITED BY SIZE
           DateReference DELIMITED BY SIZE
           INTO RefReportLine
    WRITE RefReportLine
    MOVE SPACES TO RefReportLine
    WRITE RefReportLine.

*> ----------------------------------------------------------------
*> 1100-CHARGER-OPERATEURS : charge en table le referentiel des
*> operateurs ; absent, on l'annonce dans referentiel_report.txt et
*> aucun mouvement ne sera accepte.
*> ----------------------------------------------------------------
1100-CHARGER-OPERATEURS.
    OPEN INPUT OpRefFile
    IF OpRefFileTrouve
        SET RefOperateursCharge TO TRUE
        PERFORM 1110-LIRE-UN-OPERATEUR UNTIL EOFOpRef = 'Y'
    END-IF
    CLOSE OpRefFile

    IF NOT RefOperateursCharge
        MOVE "REFERENTIEL OPERATEURS ABSENT : AUCUN MOUVEMENT ACCEPTE"
            TO RefReportLine
        WRITE RefReportLine
        SET DesAnomaliesDetectees TO TRUE
    END-IF
    IF RefOperateursTronque
        MOVE "REFERENTIEL OPERATEURS TRONQUE A 100 CODES"
            TO RefReportLine
        WRITE RefReportLine
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
*> 1150-CHERCHER-OPERATEUR : cherche OperateurCherche dans le
*> referentiel et positionne EtatOperateur et ses roles.
*> ----------------------------------------------------------------
1150-CHERCHER-OPERATEUR.
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
*> 1200-CHARGER-PERIODES-CLOSES : charge le registre des periodes
*> closes ; aucune version ne peut prendre effet dans une periode
*> close, ni avant elle.
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

*> ----------------------------------------------------------------
*> 1300-CHARGER-HISTORIQUE-CATEGORIES : charge l'historique des
*> categories ; au premier passage (historique absent), il est repris
*> de categories_ref.txt, chaque code courant valant depuis le
*> 1900-01-01.
*> ----------------------------------------------------------------
1300-CHARGER-HISTORIQUE-CATEGORIES.
    OPEN INPUT HistCatFile
    IF HistCatFileTrouve
        SET HistCategoriesLu TO TRUE
        PERFORM 1310-LIRE-UNE-VERSION-CATEGORIE UNTIL EOFHistCat = 'Y'
    END-IF
    CLOSE HistCatFile

    IF NOT HistCategoriesLu
        OPEN INPUT CatRefFile
        IF CatRefFileTrouve
            SET HistCategoriesReprise TO TRUE
            PERFORM 1320-REPRENDRE-UNE-CATEGORIE UNTIL EOFCatRef = 'Y'
        END-IF
        CLOSE CatRefFile
        IF HistCategoriesReprise
            MOVE NbVersionsCat TO NbAffiche
            MOVE SPACES TO RefReportLine
            STRING "HISTORIQUE DES CATEGORIES REPRIS DE categories_ref.txt : "
                   DELIMITED BY SIZE
                   NbAffiche DELIMITED BY SIZE
                   " CODES" DELIMITED BY SIZE
                   INTO RefReportLine
            WRITE RefReportLine
        END-IF
    END-IF

    IF HistCategoriesTronque
        MOVE "HISTORIQUE DES CATEGORIES TRONQUE A 500 VERSIONS : MOUVEMENTS DE CATEGORIES REFUSES"
            TO RefReportLine
        WRITE RefReportLine
        SET DesAnomaliesDetectees TO TRUE
    END-IF.

1310-LIRE-UNE-VERSION-CATEGORIE.
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
                    MOVE CatHistContra TO HcaContra (HcaIdx)
                    MOVE CatHistDebut TO HcaDebut (HcaIdx)
                    MOVE CatHistFin TO HcaFin (HcaIdx)
                ELSE
                    SET HistCategoriesTronque TO TRUE
                END-IF
            END-IF
    END-READ.

1320-REPRENDRE-UNE-CATEGORIE.
    READ CatRefFile
        AT END
            MOVE 'Y' TO EOFCatRef
        NOT AT END
            IF CatRefCode NOT = SPACES
                IF NbVersionsCat < 500
                    ADD 1 TO NbVersionsCat
                    SET HcaIdx TO NbVersionsCat
                    MOVE CatRefCode TO HcaCode (HcaIdx)
                    MOVE CatRefLibelle TO HcaLibelle (HcaIdx)
                    MOVE CatRefFlag TO HcaFlag (HcaIdx)
                    MOVE CatRefContra TO HcaContra (HcaIdx)
                    MOVE DateDebutHistorique TO HcaDebut (HcaIdx)
                    MOVE SPACES TO HcaFin (HcaIdx)
                ELSE
                    SET HistCategoriesTronque TO TRUE
                END-IF
            END-IF
    END-READ.

*> ----------------------------------------------------------------
*> 1400-CHARGER-HISTORIQUE-CENTRES : charge l'historique des centres
*> de cout, repris de centres_cout_ref.txt au premier passage, comme
*> 1300 pour les categories.
*> ----------------------------------------------------------------
1400-CHARGER-HISTORIQUE-CENTRES.
    OPEN INPUT HistCcFile
    IF HistCcFileTrouve
        SET HistCentresLu TO TRUE
        PERFORM 1410-LIRE-UNE-VERSION-CENTRE UNTIL EOFHistCc = 'Y'
    END-IF
    CLOSE HistCcFile

    IF NOT HistCentresLu
        OPEN INPUT CcRefFile
        IF CcRefFileTrouve
            SET HistCentresReprise TO TRUE
            PERFORM 1420-REPRENDRE-UN-CENTRE UNTIL EOFCcRef = 'Y'
        END-IF
        CLOSE CcRefFile
        IF HistCentresReprise
            MOVE NbVersionsCc TO NbAffiche
            MOVE SPACES TO RefReportLine
            STRING "HISTORIQUE DES CENTRES REPRIS DE centres_cout_ref.txt : "
                   DELIMITED BY SIZE
                   NbAffiche DELIMITED BY SIZE
                   " CODES" DELIMITED BY SIZE
                   INTO RefReportLine
            WRITE RefReportLine
        END-IF
    END-IF

    IF HistCentresTronque
        MOVE "HISTORIQUE DES CENTRES TRONQUE A 500 VERSIONS : MOUVEMENTS DE CENTRES REFUSES"
            TO RefReportLine
        WRITE RefReportLine
        SET DesAnomaliesDetectees TO TRUE
    END-IF.

1410-LIRE-UNE-VERSION-CENTRE.
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

1420-REPRENDRE-UN-CENTRE.
    READ CcRefFile
        AT END
            MOVE 'Y' TO EOFCcRef
        NOT AT END
            IF CcRefCode NOT = SPACES
                IF NbVersionsCc < 500
                    ADD 1 TO NbVersionsCc
                    SET HccIdx TO NbVersionsCc
                    MOVE CcRefCode TO HccCode (HccIdx)
                    MOVE CcRefLibelle TO HccLibelle (HccIdx)
                    MOVE CcRefFlag TO HccFlag (HccIdx)
                    MOVE DateDebutHistorique TO HccDebut (HccIdx)
                    MOVE SPACES TO HccFin (HccIdx)
                ELSE
                    SET HistCentresTronque TO TRUE
                END-IF
            END-IF
    END-READ.

*> ----------------------------------------------------------------
*> 1500-CHARGER-TAUX-CHANGE : charge les lignes de taux_change.txt ;
*> chaque ligne est gardee telle quelle pour la reecriture, et celles
*> qui se lisent (date, devise, taux numerique) sont decoupees pour
*> les controles.
*> ----------------------------------------------------------------
1500-CHARGER-TAUX-CHANGE.
    OPEN INPUT TauxFile
    IF TauxFileTrouve
        PERFORM 1510-LIRE-UN-TAUX UNTIL EOFTaux = 'Y'
    END-IF
    CLOSE TauxFile

    IF TauxTronque
        MOVE "TAUX DE CHANGE TRONQUES A 600 LIGNES : MOUVEMENTS DE TAUX REFUSES"
            TO RefReportLine
        WRITE RefReportLine
        SET DesAnomaliesDetectees TO TRUE
    END-IF.

1510-LIRE-UN-TAUX.
    READ TauxFile
        AT END
            MOVE 'Y' TO EOFTaux
        NOT AT END
            IF TauxLigne NOT = SPACES
                IF NbTaux < 600
                    ADD 1 TO NbTaux
                    SET TauxIdx TO NbTaux
                    MOVE TauxLigne TO TauxBrut (TauxIdx)
                    MOVE SPACES TO TauxDateLue TauxDeviseLue TauxTexteLu
                    UNSTRING TauxLigne DELIMITED BY SPACE
                        INTO TauxDateLue, TauxDeviseLue, TauxTexteLu
                    END-UNSTRING
                    IF FUNCTION TEST-NUMVAL(TauxTexteLu) = 0
                        MOVE TauxDateLue TO TauxDate (TauxIdx)
                        MOVE TauxDeviseLue TO TauxDevise (TauxIdx)
                        MOVE TauxTexteLu TO TauxTexte (TauxIdx)
                    END-IF
                ELSE
                    SET TauxTronque TO TRUE
                END-IF
            END-IF
    END-READ.

*> ----------------------------------------------------------------
*> 2000-TRAITER-MOUVEMENTS : applique les mouvements dans l'ordre du
*> fichier, chacun voyant l'effet des precedents.
*> ----------------------------------------------------------------
2000-TRAITER-MOUVEMENTS.
    OPEN INPUT MvtRefFile
    IF MvtRefFileTrouve
        PERFORM 2010-LIRE-UN-MOUVEMENT UNTIL EOFMvt = 'Y'
    ELSE
        MOVE "FICHIER DES MOUVEMENTS ABSENT : REFERENTIELS REGENERES SANS MOUVEMENT"
            TO RefReportLine
        WRITE RefReportLine
    END-IF
    CLOSE MvtRefFile.

2010-LIRE-UN-MOUVEMENT.
    READ MvtRefFile
        AT END
            MOVE 'Y' TO EOFMvt
        NOT AT END
            IF MvtRefLigne NOT = SPACES
                ADD 1 TO NbMouvementsLus
                PERFORM 2100-APPLIQUER-MOUVEMENT
            END-IF
    END-READ.

*> ----------------------------------------------------------------
*> 2100-APPLIQUER-MOUVEMENT : decoupe et controle un mouvement, puis
*> l'applique au referentiel vise ; un mouvement accepte est inscrit
*> au journal permanent.
*> ----------------------------------------------------------------
2100-APPLIQUER-MOUVEMENT.
    PERFORM 2150-DECOUPER-MOUVEMENT
    MOVE SPACES TO ResultatMvt RefAvant RefApres

    PERFORM 2200-CONTROLER-OPERATEUR
    IF ResultatMvt = SPACES
        PERFORM 2250-CONTROLER-ZONES
    END-IF
    IF ResultatMvt = SPACES
        PERFORM 2300-CONTROLER-DATE-EFFET
    END-IF
    IF ResultatMvt = SPACES
        EVALUATE MvtReferentiel
            WHEN "CAT"
                PERFORM 3000-MOUVEMENT-CATEGORIE
            WHEN "CC"
                PERFORM 4000-MOUVEMENT-CENTRE
            WHEN "TAUX"
                PERFORM 5000-MOUVEMENT-TAUX
        END-EVALUATE
    END-IF

    IF ResultatMvt = SPACES
        ADD 1 TO NbAcceptes
        MOVE "ACCEPTE" TO ResultatMvt
        PERFORM 2950-JOURNALISER-MOUVEMENT
    ELSE
        ADD 1 TO NbRejetes
        SET DesAnomaliesDetectees TO TRUE
    END-IF

    PERFORM 2900-IMPRIMER-RESULTAT-MOUVEMENT.

*> ----------------------------------------------------------------
*> 2150-DECOUPER-MOUVEMENT : separe l'operateur, le referentiel,
*> l'action, la date d'effet et le code, puis la suite propre au
*> referentiel (contre-compte et libelle, libelle, ou taux) ; les
*> champs peuvent etre separes par plusieurs espaces, comme dans la
*> presentation alignee ci-dessus. Le libelle est le reste de la
*> ligne, espaces compris.
*> ----------------------------------------------------------------
2150-DECOUPER-MOUVEMENT.
    MOVE SPACES TO MvtOperateur MvtReferentiel MvtAction MvtDateEffet
                   MvtCode MvtContra MvtLibelle MvtTauxTxte
    MOVE 0 TO NbCarOperateur NbCarReferentiel NbCarAction NbCarDate
              NbCarCode NbCarContra NbCarTaux
    MOVE 'N' TO LibelleTropLongSw
    MOVE 1 TO PositionMvt

    UNSTRING MvtRefLigne DELIMITED BY ALL SPACE
        INTO MvtOperateur    COUNT IN NbCarOperateur,
             MvtReferentiel  COUNT IN NbCarReferentiel,
             MvtAction       COUNT IN NbCarAction,
             MvtDateEffet    COUNT IN NbCarDate,
             MvtCode         COUNT IN NbCarCode
        WITH POINTER PositionMvt
    END-UNSTRING

    IF NbCarOperateur > 0
        PERFORM 2170-NOTER-OPERATEUR
    END-IF

    IF MvtReferentiel = "CAT" AND PositionMvt NOT > LENGTH OF MvtRefLigne
        UNSTRING MvtRefLigne DELIMITED BY ALL SPACE
            INTO MvtContra COUNT IN NbCarContra
            WITH POINTER PositionMvt
        END-UNSTRING
    END-IF
    IF MvtReferentiel = "TAUX" AND PositionMvt NOT > LENGTH OF MvtRefLigne
        UNSTRING MvtRefLigne DELIMITED BY ALL SPACE
            INTO MvtTauxTxte COUNT IN NbCarTaux
            WITH POINTER PositionMvt
        END-UNSTRING
    END-IF
    IF (MvtReferentiel = "CAT" OR MvtReferentiel = "CC")
       AND PositionMvt NOT > LENGTH OF MvtRefLigne
        MOVE MvtRefLigne(PositionMvt:) TO MvtLibelle
        IF PositionMvt + 30 NOT > LENGTH OF MvtRefLigne
            IF MvtRefLigne(PositionMvt + 30:) NOT = SPACES
                SET LibelleTropLong TO TRUE
            END-IF
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> 2170-NOTER-OPERATEUR : retient l'operateur du run pour le journal
*> des executions (MULTIPLE si le lot en porte plusieurs), comme
*> TxnMaint.
*> ----------------------------------------------------------------
2170-NOTER-OPERATEUR.
    IF OperateurJournal = SPACES
        MOVE MvtOperateur TO OperateurJournal
    ELSE
        IF OperateurJournal NOT = MvtOperateur
            MOVE "MULTIPLE" TO OperateurJournal
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> 2200-CONTROLER-OPERATEUR : l'operateur en tete du mouvement doit
*> etre connu, actif et habilite a l'administration des
*> referentiels.
*> ----------------------------------------------------------------
2200-CONTROLER-OPERATEUR.
    IF NOT RefOperateursCharge
        MOVE "REFERENTIEL OPERATEURS ABSENT" TO ResultatMvt
    ELSE
        MOVE MvtOperateur TO OperateurCherche
        PERFORM 1150-CHERCHER-OPERATEUR
        EVALUATE TRUE
            WHEN NbCarOperateur = 0 OR NbCarOperateur > 8
             OR OperateurInconnu
                MOVE "OPERATEUR INCONNU" TO ResultatMvt
            WHEN OperateurTrouveInactif
                MOVE "OPERATEUR INACTIF" TO ResultatMvt
            WHEN NOT RoleAdminAccorde
                MOVE "ROLE ADMIN NON ACCORDE" TO ResultatMvt
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.

*> ----------------------------------------------------------------
*> 2250-CONTROLER-ZONES : referentiel, action et code doivent etre
*> reconnus ; une devise tient sur 3 caracteres.
*> ----------------------------------------------------------------
2250-CONTROLER-ZONES.
    EVALUATE TRUE
        WHEN NbCarReferentiel > 4
         OR (MvtReferentiel NOT = "CAT" AND MvtReferentiel NOT = "CC"
             AND MvtReferentiel NOT = "TAUX")
            MOVE "REFERENTIEL INCONNU" TO ResultatMvt
        WHEN NbCarAction NOT = 1
         OR (MvtAction NOT = "A" AND MvtAction NOT = "C"
             AND MvtAction NOT = "R")
            MOVE "CODE ACTION INCONNU" TO ResultatMvt
        WHEN MvtReferentiel = "TAUX" AND NbCarCode NOT = 3
            MOVE "DEVISE INVALIDE" TO ResultatMvt
        WHEN NbCarCode = 0 OR NbCarCode > 4
            MOVE "CODE INVALIDE" TO ResultatMvt
        WHEN LibelleTropLong
            MOVE "LIBELLE TROP LONG" TO ResultatMvt
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> ----------------------------------------------------------------
*> 2300-CONTROLER-DATE-EFFET : la date d'effet doit etre une date
*> valide posterieure au debut de l'historique, et ne pas toucher de
*> periode close : pour un taux, la periode de sa date ; pour un
*> code, toute periode close a partir de ce mois, la nouvelle
*> version valant pour toutes les dates qui suivent.
*> ----------------------------------------------------------------
2300-CONTROLER-DATE-EFFET.
    MOVE 0 TO DernierJourMois
    IF NbCarDate = 10
       AND EffAnnee IS NUMERIC AND EffMois IS NUMERIC
       AND EffJour IS NUMERIC
       AND EffSep1 = '-' AND EffSep2 = '-'
        MOVE EffAnnee TO AnneeEffet
        MOVE EffMois TO MoisEffet
        MOVE EffJour TO JourEffet
        IF MoisEffet >= 1 AND MoisEffet <= 12
            PERFORM 2310-CALCULER-DERNIER-JOUR
        END-IF
    END-IF

    IF DernierJourMois = 0 OR JourEffet < 1
       OR JourEffet > DernierJourMois
       OR MvtDateEffet NOT > DateDebutHistorique
        MOVE "DATE D'EFFET INVALIDE" TO ResultatMvt
    ELSE
        SET PerIdx TO 1
        SEARCH PeriodeCloseEntry
            AT END
                CONTINUE
            WHEN PeriodeClose (PerIdx) = MvtDateEffet(1:7)
                MOVE "PERIODE CLOSE" TO ResultatMvt
            WHEN PeriodeClose (PerIdx) > MvtDateEffet(1:7)
             AND MvtReferentiel NOT = "TAUX"
                MOVE "PERIODE CLOSE APRES LA DATE D'EFFET" TO ResultatMvt
        END-SEARCH
    END-IF.

*> ----------------------------------------------------------------
*> 2310-CALCULER-DERNIER-JOUR : dernier jour du mois de la date
*> d'effet, comme StandingOrder.
*> ----------------------------------------------------------------
2310-CALCULER-DERNIER-JOUR.
    EVALUATE MoisEffet
        WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
            MOVE 31 TO DernierJourMois
        WHEN 4 WHEN 6 WHEN 9 WHEN 11
            MOVE 30 TO DernierJourMois
        WHEN 2
            MOVE 28 TO DernierJourMois
            DIVIDE AnneeEffet BY 4 GIVING ResteBissextile
                REMAINDER ResteBissextile
            IF ResteBissextile = 0
                MOVE 29 TO DernierJourMois
                DIVIDE AnneeEffet BY 100 GIVING ResteBissextile
                    REMAINDER ResteBissextile
                IF ResteBissextile = 0
                    DIVIDE AnneeEffet BY 400 GIVING ResteBissextile
                        REMAINDER ResteBissextile
                    IF ResteBissextile NOT = 0
                        MOVE 28 TO DernierJourMois
                    END-IF
                END-IF
            END-IF
    END-EVALUATE.

*> ----------------------------------------------------------------
*> 2350-CALCULER-VEILLE : veille de la date d'effet, derniere date de
*> validite de la version que le mouvement remplace.
*> ----------------------------------------------------------------
2350-CALCULER-VEILLE.
    MOVE AnneeEffet TO DcAnnee
    MOVE MoisEffet TO DcMois
    MOVE JourEffet TO DcJour
    COMPUTE JourEntier = FUNCTION INTEGER-OF-DATE(DateCalculNum) - 1
    COMPUTE DateCalculNum = FUNCTION DATE-OF-INTEGER(JourEntier)
    MOVE SPACES TO DateVeille
    STRING DcAnnee DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           DcMois DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           DcJour DELIMITED BY SIZE
           INTO DateVeille.

*> ----------------------------------------------------------------
*> 2900-IMPRIMER-RESULTAT-MOUVEMENT : une ligne par mouvement, suivie
*> des valeurs avant et apres pour un mouvement accepte.
*> ----------------------------------------------------------------
2900-IMPRIMER-RESULTAT-MOUVEMENT.
    MOVE SPACES TO RefReportLine
    STRING MvtOperateur DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           MvtReferentiel DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           MvtAction DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           MvtDateEffet DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           MvtCode DELIMITED BY SPACE
           " : " DELIMITED BY SIZE
           ResultatMvt DELIMITED BY SIZE
           INTO RefReportLine
    WRITE RefReportLine

    IF ResultatMvt = "ACCEPTE"
        MOVE SPACES TO RefReportLine
        STRING "    AVANT : " DELIMITED BY SIZE
               RefAvant DELIMITED BY SIZE
               INTO RefReportLine
        WRITE RefReportLine
        MOVE SPACES TO RefReportLine
        STRING "    APRES : " DELIMITED BY SIZE
               RefApres DELIMITED BY SIZE
               INTO RefReportLine
        WRITE RefReportLine
    END-IF.

*> ----------------------------------------------------------------
*> 2950-JOURNALISER-MOUVEMENT : inscrit le mouvement accepte au
*> journal permanent, avec les valeurs avant et apres.
*> ----------------------------------------------------------------
2950-JOURNALISER-MOUVEMENT.
    MOVE SPACES TO RefJournalLigne
    MOVE DateDuJour TO RjrDateRun
    MOVE MvtOperateur TO RjrOperateur
    MOVE MvtReferentiel TO RjrReferentiel
    MOVE MvtAction TO RjrAction
    MOVE MvtDateEffet TO RjrDateEffet
    MOVE MvtCode TO RjrCode
    MOVE RefAvant TO RjrAvant
    MOVE RefApres TO RjrApres
    WRITE RefJournalLigne.

*> ----------------------------------------------------------------
*> 3000-MOUVEMENT-CATEGORIE : ajout, modification ou retrait d'une
*> categorie a partir de sa date d'effet.
*> ----------------------------------------------------------------
3000-MOUVEMENT-CATEGORIE.
    PERFORM 3050-CHERCHER-VERSION-CAT-OUVERTE
    IF PosVersion > 0
        STRING OuvLibelle DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OuvFlag DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OuvContra DELIMITED BY SIZE
               INTO RefAvant
    END-IF

*> un historique tronque ne peut etre ni complete ni reecrit : les
*> versions au-dela de la table seraient perdues
    IF HistCategoriesTronque
        MOVE "HISTORIQUE CATEGORIES TRONQUE" TO ResultatMvt
    ELSE
        EVALUATE MvtAction
            WHEN "A"
                PERFORM 3100-AJOUTER-CATEGORIE
            WHEN "C"
                PERFORM 3200-MODIFIER-CATEGORIE
            WHEN "R"
                PERFORM 3300-RETIRER-CATEGORIE
        END-EVALUATE
    END-IF

    IF ResultatMvt = SPACES
        PERFORM 3400-INSCRIRE-VERSION-CAT
    END-IF.

*> ----------------------------------------------------------------
*> 3050-CHERCHER-VERSION-CAT-OUVERTE : cherche la version en cours
*> (fin a blanc) de la categorie du mouvement ; PosVersion a zero si
*> le code n'a jamais existe.
*> ----------------------------------------------------------------
3050-CHERCHER-VERSION-CAT-OUVERTE.
    MOVE 0 TO PosVersion
    MOVE SPACES TO OuvLibelle OuvFlag OuvContra OuvDebut
    SET HcaIdx TO 1
    SEARCH VersionCatEntry
        AT END
            CONTINUE
        WHEN HcaCode (HcaIdx) = MvtCode AND HcaFin (HcaIdx) = SPACES
            SET PosVersion TO HcaIdx
            MOVE HcaLibelle (HcaIdx) TO OuvLibelle
            MOVE HcaFlag (HcaIdx) TO OuvFlag
            MOVE HcaContra (HcaIdx) TO OuvContra
            MOVE HcaDebut (HcaIdx) TO OuvDebut
    END-SEARCH.

*> ----------------------------------------------------------------
*> 3060-CONTROLER-CONTRE-COMPTE : le contre-compte NouvContra doit
*> etre une categorie active a la date d'effet, autre que le code
*> lui-meme.
*> ----------------------------------------------------------------
3060-CONTROLER-CONTRE-COMPTE.
    IF NouvContra = MvtCode
        MOVE "CONTRE-COMPTE IDENTIQUE AU CODE" TO ResultatMvt
    ELSE
        SET HcaIdx TO 1
        SEARCH VersionCatEntry
            AT END
                MOVE "CONTRE-COMPTE INCONNU" TO ResultatMvt
            WHEN HcaCode (HcaIdx) = NouvContra
             AND HcaDebut (HcaIdx) NOT > MvtDateEffet
             AND (HcaFin (HcaIdx) = SPACES
                  OR HcaFin (HcaIdx) NOT < MvtDateEffet)
                IF HcaFlag (HcaIdx) NOT = 'A'
                    MOVE "CONTRE-COMPTE INACTIF" TO ResultatMvt
                END-IF
        END-SEARCH
    END-IF.

*> ----------------------------------------------------------------
*> 3100-AJOUTER-CATEGORIE : nouveau code, ou reactivation d'un code
*> retire ; libelle et contre-compte sont obligatoires.
*> ----------------------------------------------------------------
3100-AJOUTER-CATEGORIE.
    EVALUATE TRUE
        WHEN OuvFlag = 'A'
            MOVE "CODE DEJA ACTIF" TO ResultatMvt
        WHEN PosVersion > 0 AND OuvDebut NOT < MvtDateEffet
            MOVE "CHEVAUCHEMENT DE VERSIONS" TO ResultatMvt
        WHEN NbCarContra = 0 OR MvtContra = "*"
            MOVE "CONTRE-COMPTE ABSENT" TO ResultatMvt
        WHEN NbCarContra > 4
            MOVE "CONTRE-COMPTE INVALIDE" TO ResultatMvt
        WHEN MvtLibelle = SPACES
            MOVE "LIBELLE ABSENT" TO ResultatMvt
        WHEN OTHER
            MOVE MvtLibelle TO NouvLibelle
            MOVE 'A' TO NouvFlag
            MOVE MvtContra TO NouvContra
            PERFORM 3060-CONTROLER-CONTRE-COMPTE
    END-EVALUATE.

*> ----------------------------------------------------------------
*> 3200-MODIFIER-CATEGORIE : nouveau libelle et/ou contre-compte
*> d'une categorie active ; "*" et un libelle absent gardent la
*> valeur en cours.
*> ----------------------------------------------------------------
3200-MODIFIER-CATEGORIE.
    EVALUATE TRUE
        WHEN PosVersion = 0
            MOVE "CODE INCONNU" TO ResultatMvt
        WHEN OuvFlag NOT = 'A'
            MOVE "CODE RETIRE" TO ResultatMvt
        WHEN OuvDebut NOT < MvtDateEffet
            MOVE "CHEVAUCHEMENT DE VERSIONS" TO ResultatMvt
        WHEN NbCarContra > 4
            MOVE "CONTRE-COMPTE INVALIDE" TO ResultatMvt
        WHEN OTHER
            MOVE OuvLibelle TO NouvLibelle
            MOVE OuvFlag TO NouvFlag
            MOVE OuvContra TO NouvContra
            IF MvtLibelle NOT = SPACES
                MOVE MvtLibelle TO NouvLibelle
            END-IF
            IF NbCarContra > 0 AND MvtContra NOT = "*"
                MOVE MvtContra TO NouvContra
            END-IF
            IF NouvLibelle = OuvLibelle AND NouvContra = OuvContra
                MOVE "AUCUNE MODIFICATION" TO ResultatMvt
            ELSE
                IF NouvContra NOT = OuvContra
                    PERFORM 3060-CONTROLER-CONTRE-COMPTE
                END-IF
            END-IF
    END-EVALUATE.

*> ----------------------------------------------------------------
*> 3300-RETIRER-CATEGORIE : retrait d'une categorie active, refuse
*> tant qu'elle est le contre-compte d'une categorie active.
*> ----------------------------------------------------------------
3300-RETIRER-CATEGORIE.
    EVALUATE TRUE
        WHEN PosVersion = 0
            MOVE "CODE INCONNU" TO ResultatMvt
        WHEN OuvFlag NOT = 'A'
            MOVE "CODE DEJA RETIRE" TO ResultatMvt
        WHEN OuvDebut NOT < MvtDateEffet
            MOVE "CHEVAUCHEMENT DE VERSIONS" TO ResultatMvt
        WHEN OTHER
            SET HcaIdx TO 1
            SEARCH VersionCatEntry
                AT END
                    CONTINUE
                WHEN HcaContra (HcaIdx) = MvtCode
                 AND HcaFin (HcaIdx) = SPACES
                 AND HcaFlag (HcaIdx) = 'A'
                    MOVE "CONTRE-COMPTE EN USAGE" TO ResultatMvt
            END-SEARCH
            MOVE OuvLibelle TO NouvLibelle
            MOVE 'I' TO NouvFlag
            MOVE OuvContra TO NouvContra
    END-EVALUATE.

*> ----------------------------------------------------------------
*> 3400-INSCRIRE-VERSION-CAT : clot la version en cours la veille de
*> la date d'effet et ouvre la nouvelle version.
*> ----------------------------------------------------------------
3400-INSCRIRE-VERSION-CAT.
    IF NbVersionsCat NOT < 500
        MOVE "HISTORIQUE DES CATEGORIES PLEIN" TO ResultatMvt
    ELSE
        IF PosVersion > 0
            PERFORM 2350-CALCULER-VEILLE
            MOVE DateVeille TO HcaFin (PosVersion)
        END-IF
        ADD 1 TO NbVersionsCat
        SET HcaIdx TO NbVersionsCat
        MOVE MvtCode TO HcaCode (HcaIdx)
        MOVE NouvLibelle TO HcaLibelle (HcaIdx)
        MOVE NouvFlag TO HcaFlag (HcaIdx)
        MOVE NouvContra TO HcaContra (HcaIdx)
        MOVE MvtDateEffet TO HcaDebut (HcaIdx)
        MOVE SPACES TO HcaFin (HcaIdx)
        STRING NouvLibelle DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NouvFlag DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NouvContra DELIMITED BY SIZE
               INTO RefApres
    END-IF.

*> ----------------------------------------------------------------
*> 4000-MOUVEMENT-CENTRE : ajout, modification ou retrait d'un
*> centre de cout a partir de sa date d'effet, comme 3000.
*> ----------------------------------------------------------------
4000-MOUVEMENT-CENTRE.
    PERFORM 4050-CHERCHER-VERSION-CC-OUVERTE
    IF PosVersion > 0
        STRING OuvLibelle DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OuvFlag DELIMITED BY SIZE
               INTO RefAvant
    END-IF

*> un historique tronque ne peut etre ni complete ni reecrit : les
*> versions au-dela de la table seraient perdues
    IF HistCentresTronque
        MOVE "HISTORIQUE CENTRES TRONQUE" TO ResultatMvt
    ELSE
        EVALUATE MvtAction
            WHEN "A"
                PERFORM 4100-AJOUTER-CENTRE
            WHEN "C"
                PERFORM 4200-MODIFIER-CENTRE
            WHEN "R"
                PERFORM 4300-RETIRER-CENTRE
        END-EVALUATE
    END-IF

    IF ResultatMvt = SPACES
        PERFORM 4400-INSCRIRE-VERSION-CC
    END-IF.

*> ----------------------------------------------------------------
*> 4050-CHERCHER-VERSION-CC-OUVERTE : cherche la version en cours du
*> centre du mouvement ; PosVersion a zero si le code n'a jamais
*> existe.
*> ----------------------------------------------------------------
4050-CHERCHER-VERSION-CC-OUVERTE.
    MOVE 0 TO PosVersion
    MOVE SPACES TO OuvLibelle OuvFlag OuvContra OuvDebut
    SET HccIdx TO 1
    SEARCH VersionCcEntry
        AT END
            CONTINUE
        WHEN HccCode (HccIdx) = MvtCode AND HccFin (HccIdx) = SPACES
            SET PosVersion TO HccIdx
            MOVE HccLibelle (HccIdx) TO OuvLibelle
            MOVE HccFlag (HccIdx) TO OuvFlag
            MOVE HccDebut (HccIdx) TO OuvDebut
    END-SEARCH.

*> ----------------------------------------------------------------
*> 4100-AJOUTER-CENTRE : nouveau centre, ou reactivation d'un centre
*> retire ; le libelle est obligatoire.
*> ----------------------------------------------------------------
4100-AJOUTER-CENTRE.
    EVALUATE TRUE
        WHEN OuvFlag = 'A'
            MOVE "CODE DEJA ACTIF" TO ResultatMvt
        WHEN PosVersion > 0 AND OuvDebut NOT < MvtDateEffet
            MOVE "CHEVAUCHEMENT DE VERSIONS" TO ResultatMvt
        WHEN MvtLibelle = SPACES
            MOVE "LIBELLE ABSENT" TO ResultatMvt
        WHEN OTHER
            MOVE MvtLibelle TO NouvLibelle
            MOVE 'A' TO NouvFlag
    END-EVALUATE.

*> ----------------------------------------------------------------
*> 4200-MODIFIER-CENTRE : nouveau libelle d'un centre actif.
*> ----------------------------------------------------------------
4200-MODIFIER-CENTRE.
    EVALUATE TRUE
        WHEN PosVersion = 0
            MOVE "CODE INCONNU" TO ResultatMvt
        WHEN OuvFlag NOT = 'A'
            MOVE "CODE RETIRE" TO ResultatMvt
        WHEN OuvDebut NOT < MvtDateEffet
            MOVE "CHEVAUCHEMENT DE VERSIONS" TO ResultatMvt
        WHEN MvtLibelle = SPACES
            MOVE "LIBELLE ABSENT" TO ResultatMvt
        WHEN MvtLibelle = OuvLibelle
            MOVE "AUCUNE MODIFICATION" TO ResultatMvt
        WHEN OTHER
            MOVE MvtLibelle TO NouvLibelle
            MOVE OuvFlag TO NouvFlag
    END-EVALUATE.

*> ----------------------------------------------------------------
*> 4300-RETIRER-CENTRE : retrait d'un centre actif ; le centre par
*> defaut du siege, sur lequel retombent les lignes sans centre, ne
*> peut pas etre retire.
*> ----------------------------------------------------------------
4300-RETIRER-CENTRE.
    EVALUATE TRUE
        WHEN PosVersion = 0
            MOVE "CODE INCONNU" TO ResultatMvt
        WHEN OuvFlag NOT = 'A'
            MOVE "CODE DEJA RETIRE" TO ResultatMvt
        WHEN OuvDebut NOT < MvtDateEffet
            MOVE "CHEVAUCHEMENT DE VERSIONS" TO ResultatMvt
        WHEN MvtCode = CentreCoutDefaut
            MOVE "CENTRE PAR DEFAUT NON RETIRABLE" TO ResultatMvt
        WHEN OTHER
            MOVE OuvLibelle TO NouvLibelle
            MOVE 'I' TO NouvFlag
    END-EVALUATE.

*> ----------------------------------------------------------------
*> 4400-INSCRIRE-VERSION-CC : clot la version en cours la veille de
*> la date d'effet et ouvre la nouvelle version.
*> ----------------------------------------------------------------
4400-INSCRIRE-VERSION-CC.
    IF NbVersionsCc NOT < 500
        MOVE "HISTORIQUE DES CENTRES PLEIN" TO ResultatMvt
    ELSE
        IF PosVersion > 0
            PERFORM 2350-CALCULER-VEILLE
            MOVE DateVeille TO HccFin (PosVersion)
        END-IF
        ADD 1 TO NbVersionsCc
        SET HccIdx TO NbVersionsCc
        MOVE MvtCode TO HccCode (HccIdx)
        MOVE NouvLibelle TO HccLibelle (HccIdx)
        MOVE NouvFlag TO HccFlag (HccIdx)
        MOVE MvtDateEffet TO HccDebut (HccIdx)
        MOVE SPACES TO HccFin (HccIdx)
        STRING NouvLibelle DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NouvFlag DELIMITED BY SIZE
               INTO RefApres
    END-IF.

*> ----------------------------------------------------------------
*> 5000-MOUVEMENT-TAUX : ajout, modification ou retrait du taux d'une
*> devise a une date ; une seule ligne par date et devise.
*> ----------------------------------------------------------------
5000-MOUVEMENT-TAUX.
    MOVE 0 TO PosVersion
    SET TauxIdx TO 1
    SEARCH TauxEntry
        AT END
            CONTINUE
        WHEN TauxDate (TauxIdx) = MvtDateEffet
         AND TauxDevise (TauxIdx) = MvtCode(1:3)
         AND TauxEtat (TauxIdx) NOT = 'S'
            SET PosVersion TO TauxIdx
            MOVE TauxTexte (TauxIdx) TO RefAvant
    END-SEARCH

    MOVE 0 TO ValeurTaux
    IF MvtAction NOT = "R" AND NbCarTaux > 0 AND NbCarTaux NOT > 12
        IF FUNCTION TEST-NUMVAL(MvtTauxTxte) = 0
            IF FUNCTION NUMVAL(MvtTauxTxte) > 0
               AND FUNCTION NUMVAL(MvtTauxTxte) < 1000
                COMPUTE ValeurTaux = FUNCTION NUMVAL(MvtTauxTxte)
            END-IF
        END-IF
    END-IF

    EVALUATE TRUE
        WHEN TauxTronque
            MOVE "TABLE DES TAUX PLEINE" TO ResultatMvt
        WHEN MvtCode(1:3) = DeviseBase
            MOVE "DEVISE DE BASE SANS TAUX" TO ResultatMvt
        WHEN MvtAction = "A" AND PosVersion > 0
            MOVE "TAUX DEJA SAISI A CETTE DATE" TO ResultatMvt
        WHEN MvtAction NOT = "A" AND PosVersion = 0
            MOVE "TAUX INCONNU A CETTE DATE" TO ResultatMvt
        WHEN MvtAction NOT = "R" AND ValeurTaux NOT > 0
            MOVE "TAUX INVALIDE" TO ResultatMvt
        WHEN MvtAction = "A" AND NbTaux NOT < 600
            MOVE "TABLE DES TAUX PLEINE" TO ResultatMvt
        WHEN MvtAction = "A"
            ADD 1 TO NbTaux
            SET TauxIdx TO NbTaux
            MOVE MvtDateEffet TO TauxDate (TauxIdx)
            MOVE MvtCode(1:3) TO TauxDevise (TauxIdx)
            MOVE MvtTauxTxte TO TauxTexte (TauxIdx)
            MOVE 'M' TO TauxEtat (TauxIdx)
            MOVE MvtTauxTxte TO RefApres
            ADD 1 TO NbTauxModifies
        WHEN MvtAction = "C"
            MOVE MvtTauxTxte TO TauxTexte (PosVersion)
            MOVE 'M' TO TauxEtat (PosVersion)
            MOVE MvtTauxTxte TO RefApres
            ADD 1 TO NbTauxModifies
        WHEN OTHER
            MOVE 'S' TO TauxEtat (PosVersion)
            ADD 1 TO NbTauxModifies
    END-EVALUATE.

*> ----------------------------------------------------------------
*> 6000-REECRIRE-CATEGORIES : reecrit l'historique des categories,
*> puis regenere categories_ref.txt avec, pour chaque code, la
*> version en vigueur a la date de reference ; un code dont la
*> premiere version prend effet plus tard n'y figure pas encore.
*> Sans aucune version (ni historique ni referentiel), rien n'est
*> ecrit : le controle des codes reste desactive comme avant.
*> ----------------------------------------------------------------
6000-REECRIRE-CATEGORIES.
    IF NbVersionsCat > 0
        OPEN OUTPUT HistCatFile
        PERFORM 6010-ECRIRE-UNE-VERSION-CAT
            VARYING NumVersion FROM 1 BY 1
            UNTIL NumVersion > NbVersionsCat
        CLOSE HistCatFile

        OPEN OUTPUT CatRefFile
        PERFORM 6020-ECRIRE-UNE-CATEGORIE
            VARYING NumVersion FROM 1 BY 1
            UNTIL NumVersion > NbVersionsCat
        CLOSE CatRefFile
    END-IF.

6010-ECRIRE-UNE-VERSION-CAT.
    MOVE SPACES TO CatHistLigne
    MOVE HcaCode (NumVersion) TO CatHistCode
    MOVE HcaLibelle (NumVersion) TO CatHistLibelle
    MOVE HcaFlag (NumVersion) TO CatHistFlag
    MOVE HcaContra (NumVersion) TO CatHistContra
    MOVE HcaDebut (NumVersion) TO CatHistDebut
    MOVE HcaFin (NumVersion) TO CatHistFin
    WRITE CatHistLigne.

6020-ECRIRE-UNE-CATEGORIE.
    IF HcaFin (NumVersion) = SPACES
        MOVE HcaCode (NumVersion) TO CodeCherche
        SET HcaIdx TO 1
        SEARCH VersionCatEntry
            AT END
                CONTINUE
            WHEN HcaCode (HcaIdx) = CodeCherche
             AND HcaDebut (HcaIdx) NOT > DateReference
             AND (HcaFin (HcaIdx) = SPACES
                  OR HcaFin (HcaIdx) NOT < DateReference)
                MOVE SPACES TO CatRefLigne
                MOVE HcaCode (HcaIdx) TO CatRefCode
                MOVE HcaLibelle (HcaIdx) TO CatRefLibelle
                MOVE HcaFlag (HcaIdx) TO CatRefFlag
                MOVE HcaContra (HcaIdx) TO CatRefContra
                WRITE CatRefLigne
                ADD 1 TO NbCategoriesEcrites
        END-SEARCH
    END-IF.

*> ----------------------------------------------------------------
*> 6200-REECRIRE-CENTRES : reecrit l'historique des centres de cout
*> et regenere centres_cout_ref.txt a la date de reference, comme
*> 6000.
*> ----------------------------------------------------------------
6200-REECRIRE-CENTRES.
    IF NbVersionsCc > 0
        OPEN OUTPUT HistCcFile
        PERFORM 6210-ECRIRE-UNE-VERSION-CC
            VARYING NumVersion FROM 1 BY 1
            UNTIL NumVersion > NbVersionsCc
        CLOSE HistCcFile

        OPEN OUTPUT CcRefFile
        PERFORM 6220-ECRIRE-UN-CENTRE
            VARYING NumVersion FROM 1 BY 1
            UNTIL NumVersion > NbVersionsCc
        CLOSE CcRefFile
    END-IF.

6210-ECRIRE-UNE-VERSION-CC.
    MOVE SPACES TO CcHistLigne
    MOVE HccCode (NumVersion) TO CcHistCode
    MOVE HccLibelle (NumVersion) TO CcHistLibelle
    MOVE HccFlag (NumVersion) TO CcHistFlag
    MOVE HccDebut (NumVersion) TO CcHistDebut
    MOVE HccFin (NumVersion) TO CcHistFin
    WRITE CcHistLigne.

6220-ECRIRE-UN-CENTRE.
    IF HccFin (NumVersion) = SPACES
        MOVE HccCode (NumVersion) TO CodeCherche
        SET HccIdx TO 1
        SEARCH VersionCcEntry
            AT END
                CONTINUE
            WHEN HccCode (HccIdx) = CodeCherche
             AND HccDebut (HccIdx) NOT > DateReference
             AND (HccFin (HccIdx) = SPACES
                  OR HccFin (HccIdx) NOT < DateReference)
                MOVE SPACES TO CcRefLigne
                MOVE HccCode (HccIdx) TO CcRefCode
                MOVE HccLibelle (HccIdx) TO CcRefLibelle
                MOVE HccFlag (HccIdx) TO CcRefFlag
                WRITE CcRefLigne
                ADD 1 TO NbCentresEcrits
        END-SEARCH
    END-IF.

*> ----------------------------------------------------------------
*> 6400-REECRIRE-TAUX : reecrit taux_change.txt ; les lignes non
*> touchees sont recopiees telles quelles, les lignes retirees sont
*> omises.
*> ----------------------------------------------------------------
6400-REECRIRE-TAUX.
    OPEN OUTPUT TauxFile
    PERFORM 6410-ECRIRE-UN-TAUX
        VARYING NumVersion FROM 1 BY 1 UNTIL NumVersion > NbTaux
    CLOSE TauxFile.

6410-ECRIRE-UN-TAUX.
    EVALUATE TauxEtat (NumVersion)
        WHEN 'S'
            CONTINUE
        WHEN 'M'
            MOVE SPACES TO TauxLigne
            STRING TauxDate (NumVersion) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TauxDevise (NumVersion) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TauxTexte (NumVersion) DELIMITED BY SPACE
                   INTO TauxLigne
            WRITE TauxLigne
        WHEN OTHER
            MOVE TauxBrut (NumVersion) TO TauxLigne
            WRITE TauxLigne
    END-EVALUATE.

*> ----------------------------------------------------------------
*> 7000-ECRIRE-TOTAUX : compteurs de fin du rapport.
*> ----------------------------------------------------------------
7000-ECRIRE-TOTAUX.
    MOVE SPACES TO RefReportLine
    WRITE RefReportLine
    MOVE NbMouvementsLus TO NbAffiche
    MOVE SPACES TO RefReportLine
    STRING "MOUVEMENTS LUS      : " DELIMITED BY SIZE
           NbAffiche DELIMITED BY SIZE
           INTO RefReportLine
    WRITE RefReportLine
    MOVE NbAcceptes TO NbAffiche
    MOVE SPACES TO RefReportLine
    STRING "MOUVEMENTS ACCEPTES : " DELIMITED BY SIZE
           NbAffiche DELIMITED BY SIZE
           INTO RefReportLine
    WRITE RefReportLine
    MOVE NbRejetes TO NbAffiche
    MOVE SPACES TO RefReportLine
    STRING "MOUVEMENTS REJETES  : " DELIMITED BY SIZE
           NbAffiche DELIMITED BY SIZE
           INTO RefReportLine
    WRITE RefReportLine
    MOVE NbCategoriesEcrites TO NbAffiche
    MOVE SPACES TO RefReportLine
    STRING "CATEGORIES EN VIGUEUR ECRITES : " DELIMITED BY SIZE
           NbAffiche DELIMITED BY SIZE
           INTO RefReportLine
    WRITE RefReportLine
    MOVE NbCentresEcrits TO NbAffiche
    MOVE SPACES TO RefReportLine
    STRING "CENTRES EN VIGUEUR ECRITS     : " DELIMITED BY SIZE
           NbAffiche DELIMITED BY SIZE
           INTO RefReportLine
    WRITE RefReportLine.

*> ----------------------------------------------------------------
*> 7950-ECRIRE-JOURNAL-EXECUTION : une ligne dans le journal
*> permanent des executions, comme les autres programmes du lot.
*> ----------------------------------------------------------------
7950-ECRIRE-JOURNAL-EXECUTION.
    ACCEPT HeureDuJour FROM TIME
    ACCEPT UtilisateurRun FROM ENVIRONMENT "USER"
    IF UtilisateurRun = SPACES
        MOVE "INCONNU" TO UtilisateurRun
    END-IF

    MOVE NbMouvementsLus TO NbLusAffiche
    MOVE NbAcceptes TO NbAcceptesAffiche
    MOVE NbRejetes TO NbRejetesAffiche
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
           " REFMVT=" DELIMITED BY SIZE
           NbLusAffiche DELIMITED BY SIZE
           " REFACC=" DELIMITED BY SIZE
           NbAcceptesAffiche DELIMITED BY SIZE
           " REFREJ=" DELIMITED BY SIZE
           NbRejetesAffiche DELIMITED BY SIZE
           " OP=" DELIMITED BY SIZE
           OperateurJournal DELIMITED BY SIZE
           " STATUT=" DELIMITED BY SIZE
           CodeRetourRun DELIMITED BY SIZE
           INTO AuditLogLine
    WRITE AuditLogLine
    CLOSE AuditLogFile.
