IDENTIFICATION DIVISION.
PROGRAM-ID. AccrualGen.

*> ------------------------------------------------------------------
*> Generateur des provisions de fin de periode (charges encourues
*> mais pas encore facturees : energie, jours de consultants,
*> interets) et de leurs extournes : passees a la main dans
*> transactions.txt, les extournes du mois suivant etaient une fois
*> sur deux oubliees ou doublees. La comptabilite inscrit chaque
*> provision une fois au registre registre_provisions.txt et le
*> programme emet, au format journalier standard, pretes pour
*> SimpleAudit et DailyPost :
*>   - la provision, datee du dernier jour ouvre de sa periode cible,
*>     des le run de ce jour-la (ou d'un jour suivant de la periode) ;
*>   - son extourne exacte (meme libelle, categorie, devise et
*>     centre, montant oppose), datee du premier jour de la periode
*>     suivante, au premier run de cette periode.
*>
*> La date d'exploitation est celle de la carte partagee
*> date_exploitation.txt (AAAA-MM-JJ) ; sans date valide, rien n'est
*> emis (une emission a la date de la pendule rejouerait
*> silencieusement le mauvais jour). Les jours ouvres excluent les
*> samedis, les dimanches et les jours feries de jours_feries.txt
*> (une date AAAA-MM-JJ par ligne, facultatif).
*>
*> Format d'une provision au registre (champs separes par des
*> espaces, le centre de cout, huitieme champ, est facultatif) :
*>   OPER REF DESC CATEGORIE MONTANT DEVISE PERIODE [CENTRE]
*> avec OPER le code de l'operateur qui a saisi la provision, REF
*> sur 4 caracteres (cle de la provision, unique au registre et non
*> reutilisable pour une autre periode), et PERIODE (AAAA-MM) la
*> periode cible. La provision est emise sous le TransID R + REF +
*> P, son extourne sous R + REF + X.
*>
*> L'operateur doit figurer au referentiel operateurs_ref.txt (voir
*> opref.cpy), actif et habilite a la saisie. Une provision dont le
*> montant en devise de base depasse le seuil d'exception de
*> SimpleAudit n'est emise qu'une fois confirmee par un second
*> operateur, comme dans StandingOrder : elle est inscrite en attente
*> au registre attentes_validation.txt (voir attval.cpy) sous une
*> reference Vnnnnn, qu'un second operateur different, actif et
*> habilite a la validation, confirme dans validations.txt (ligne
*> "Oper Vnnnnn"). L'extourne suit sa provision sans autre
*> confirmation.
*>
*> Chaque emission est inscrite au registre permanent
*> provisions_emises.txt (voir provemi.cpy) : une provision ou une
*> extourne n'est jamais emise deux fois, et l'extourne reprend
*> l'ecriture de provision telle qu'elle a ete emise. Chaque
*> provision due, emise ou non, est tracee avec sa raison dans
*> provisions_report.txt.
*> ------------------------------------------------------------------

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL DateExpFile ASSIGN TO 'date_exploitation.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DateExpStatus.
    SELECT OPTIONAL FeriesFile ASSIGN TO 'jours_feries.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FeriesStatus.
    SELECT OPTIONAL RegProvFile ASSIGN TO 'registre_provisions.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RegProvStatus.
    SELECT OPTIONAL ProvEmiseFile ASSIGN TO 'provisions_emises.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ProvEmiseStatus.
    SELECT ProvGenereFile ASSIGN TO 'transactions_provisions.txt'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ProvReportFile ASSIGN TO 'provisions_report.txt'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL AuditLogFile ASSIGN TO 'audit_run_log.txt'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL PeriodesFile ASSIGN TO 'periodes_closes.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PeriodesStatus.
    SELECT OPTIONAL CatRefFile ASSIGN TO 'categories_ref.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CatRefStatus.
    SELECT OPTIONAL CcRefFile ASSIGN TO 'centres_cout_ref.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CcRefStatus.
*> referentiel des operateurs et de leurs roles, comme dans
*> TxnMaint ; absent, aucune provision n'est emise.
    SELECT OPTIONAL OpRefFile ASSIGN TO 'operateurs_ref.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OpRefStatus.
*> taux de change vers la devise de base, comme dans MonthClose : le
*> seuil de double validation s'apprecie en devise de base.
    SELECT OPTIONAL TauxFile ASSIGN TO 'taux_change.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TauxStatus.
*> registre permanent des mouvements soumis a double validation et
*> confirmations des seconds operateurs, comme dans TxnMaint.
    SELECT OPTIONAL AttenteFile ASSIGN TO 'attentes_validation.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AttenteStatus.
    SELECT OPTIONAL ValidationFile ASSIGN TO 'validations.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ValidationStatus.

DATA DIVISION.
FILE SECTION.
FD DateExpFile.
01 DateExpLigne    PIC X(40).

FD FeriesFile.
01 FerieLigne      PIC X(40).

FD RegProvFile.
01 RegProvLigne    PIC X(120).

FD ProvEmiseFile.
COPY "provemi.cpy".

FD ProvGenereFile.
01 ProvGenereLigne PIC X(80).

FD ProvReportFile.
01 ProvReportLine  PIC X(120).

FD AuditLogFile.
01 AuditLogLine    PIC X(132).

FD PeriodesFile.
01 PeriodeLigne    PIC X(07).

FD CatRefFile.
COPY "catref.cpy".

FD CcRefFile.
COPY "ccref.cpy".

FD OpRefFile.
COPY "opref.cpy".

FD TauxFile.
01 TauxLigne       PIC X(40).

FD AttenteFile.
COPY "attval.cpy".

FD ValidationFile.
01 ValidationLigne PIC X(40).

WORKING-STORAGE SECTION.
01 DateExpStatus   PIC XX VALUE SPACES.
    88 DateExpFileTrouve VALUE '00'.
01 FeriesStatus    PIC XX VALUE SPACES.
    88 FeriesFileTrouve VALUE '00'.
01 RegProvStatus   PIC XX VALUE SPACES.
    88 RegProvTrouve VALUE '00'.
01 ProvEmiseStatus PIC XX VALUE SPACES.
    88 ProvEmiseTrouve VALUE '00'.
01 PeriodesStatus  PIC XX VALUE SPACES.
    88 PeriodesFileTrouve VALUE '00'.
01 EOFFeries       PIC X VALUE 'N'.
01 EOFRegProv      PIC X VALUE 'N'.
01 EOFProvEmises   PIC X VALUE 'N'.
01 EOFPeriodes     PIC X VALUE 'N'.

*> date d'exploitation et ses composantes
01 DateExploitation PIC X(10) VALUE SPACES.
01 DateExpDecoupee REDEFINES DateExploitation.
    05 DateExpAnnee PIC X(04).
    05 DateExpSep1  PIC X(01).
    05 DateExpMois  PIC X(02).
    05 DateExpSep2  PIC X(01).
    05 DateExpJour  PIC X(02).
01 DateValideSw    PIC X VALUE 'N'.
    88 DateValide VALUE 'O'.
01 AnneeExp        PIC 9(04) VALUE 0.
01 MoisExp         PIC 9(02) VALUE 0.
01 PeriodeCourante PIC X(07) VALUE SPACES.
01 PeriodePrecedente PIC X(07) VALUE SPACES.
01 AnneePrecedente PIC 9(04) VALUE 0.
01 MoisPrecedent   PIC 9(02) VALUE 0.
01 DernierJourMois PIC 9(02) VALUE 0.
01 ResteBissextile PIC 9(04) VALUE 0.

*> calendrier des jours feries et recherche du dernier jour ouvre
*> de la periode courante ; le jour de la semaine vient de
*> INTEGER-OF-DATE, le jour 1 du calendrier (1er janvier 1601)
*> etant un lundi : reste de la division par 7 a 6 le samedi, a 0
*> le dimanche.
01 FeriesSw        PIC X VALUE 'N'.
    88 FeriesCharges VALUE 'O'.
01 NbFeries        PIC 9(03) VALUE 0.
01 TableFeries.
    05 FerieEntry OCCURS 200 TIMES INDEXED BY FerIdx.
        10 FerieDate   PIC X(10) VALUE SPACES.
01 JourCandidat    PIC 9(02) VALUE 0.
01 DateCandidate   PIC X(10) VALUE SPACES.
01 DateNumerique   PIC 9(08) VALUE 0.
01 JourEntier      PIC 9(08) VALUE 0.
01 SemainesEntieres PIC 9(08) VALUE 0.
01 JourSemaine     PIC 9(01) VALUE 0.
01 JourOuvreSw     PIC X VALUE 'N'.
    88 JourOuvreTrouve VALUE 'O'.
01 DateProvision   PIC X(10) VALUE SPACES.
01 DateExtourne    PIC X(10) VALUE SPACES.
01 JourDeProvisionSw PIC X VALUE 'N'.
    88 JourDeProvision VALUE 'O'.

*> decoupage d'une provision du registre : le code operateur en tete
*> est separe du contenu, seul conserve au registre des attentes de
*> validation.
01 ProvOperateur   PIC X(08) VALUE SPACES.
01 NbCarOperateur  PIC 9(02) VALUE 0.
01 PositionOperateur PIC 9(03) VALUE 1.
01 ProvContenu     PIC X(120) VALUE SPACES.
01 ProvRef         PIC X(04) VALUE SPACES.
01 ProvDesc        PIC X(30) VALUE SPACES.
01 ProvCategorie   PIC X(04) VALUE SPACES.
01 ProvMontantTxte PIC X(12) VALUE SPACES.
01 ProvMontantLu   PIC S9(7)V99 VALUE 0.
01 ProvMontant     PIC S9(5)V99 VALUE 0.
01 ProvDevise      PIC X(03) VALUE SPACES.
01 ProvPeriode     PIC X(07) VALUE SPACES.
01 ProvCentre      PIC X(04) VALUE SPACES.
01 NbCarRef        PIC 9(02) VALUE 0.
01 NbCarDesc       PIC 9(02) VALUE 0.
01 NbCarCategorie  PIC 9(02) VALUE 0.
01 NbCarMontant    PIC 9(02) VALUE 0.
01 NbCarDevise     PIC 9(02) VALUE 0.
01 NbCarPeriode    PIC 9(02) VALUE 0.
01 NbCarCentre     PIC 9(02) VALUE 0.
01 ProvValideSw    PIC X VALUE 'O'.
    88 ProvEstValide   VALUE 'O'.
    88 ProvEstInvalide VALUE 'N'.
01 CentreCoutDefaut PIC X(04) VALUE 'SIEG'.
01 MotifGeneration PIC X(30) VALUE SPACES.
01 PosRapport      PIC 9(03) VALUE 1.

*> references deja rencontrees dans le registre pendant le run : une
*> reference en double ferait deux provisions sous le meme TransID.
01 NbRefsVues      PIC 9(04) VALUE 0.
01 TableRefsVues.
    05 RefVueEntry OCCURS 1000 TIMES INDEXED BY RvuIdx.
        10 RefVue      PIC X(04) VALUE SPACES.
01 RefEnDoubleSw   PIC X VALUE 'N'.
    88 RefEnDouble VALUE 'O'.

*> registre des emissions, charge au demarrage : provisions et
*> extournes deja emises, avec l'ecriture de provision a extourner.
01 NbEmissions     PIC 9(04) VALUE 0.
01 TableEmissions.
    05 EmissionEntry OCCURS 1000 TIMES INDEXED BY EmiIdx.
        10 EmiType       PIC X(01) VALUE SPACES.
        10 EmiReference  PIC X(04) VALUE SPACES.
        10 EmiPeriode    PIC X(07) VALUE SPACES.
        10 EmiTransID    PIC X(06) VALUE SPACES.
        10 EmiOperateur  PIC X(08) VALUE SPACES.
        10 EmiDesc       PIC X(30) VALUE SPACES.
        10 EmiCategorie  PIC X(04) VALUE SPACES.
        10 EmiMontant    PIC S9(5)V99 VALUE 0.
        10 EmiDevise     PIC X(03) VALUE SPACES.
        10 EmiCentre     PIC X(04) VALUE SPACES.
01 EmissionsPleinesSw PIC X VALUE 'N'.
    88 EmissionsPleines VALUE 'O'.
01 TypeCherche     PIC X(01) VALUE SPACES.
01 EmissionTrouveeSw PIC X VALUE 'N'.
    88 EmissionTrouvee VALUE 'O'.

*> ecriture a emettre (provision ou extourne)
01 EmisType        PIC X(01) VALUE SPACES.
01 EmisTransID     PIC X(06) VALUE SPACES.
01 EmisTransIDLie  PIC X(06) VALUE SPACES.
01 EmisDate        PIC X(10) VALUE SPACES.
01 EmisOperateur   PIC X(08) VALUE SPACES.
01 EmisDesc        PIC X(30) VALUE SPACES.
01 EmisCategorie   PIC X(04) VALUE SPACES.
01 EmisMontant     PIC S9(5)V99 VALUE 0.
01 EmisDevise      PIC X(03) VALUE SPACES.
01 EmisCentre      PIC X(04) VALUE SPACES.
01 EmisMontantEdite PIC +9(5).99.

*> decomposition d'un montant en texte decimal signe, comme
*> l'export de TxnMaint (3050-FORMATER-MONTANT)
01 MontantCentimes     PIC S9(07) VALUE 0.
01 MontantCentimesAbs  PIC 9(07) VALUE 0.
01 MontantPartieEnt    PIC 9(05) VALUE 0.
01 MontantPartieDec    PIC 9(02) VALUE 0.
01 MontantTexteFinal   PIC X(10) VALUE SPACES.

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

*> registre des periodes closes, comme dans TxnMaint
01 NbPeriodesCloses PIC 9(03) VALUE 0.
01 TablePeriodesCloses.
    05 PeriodeCloseEntry OCCURS 120 TIMES INDEXED BY PerIdx.
        10 PeriodeClose PIC X(07) VALUE SPACES.
01 PeriodeCherchee PIC X(07) VALUE SPACES.
01 PeriodeEstCloseSw PIC X VALUE 'N'.
    88 PeriodeEstClose VALUE 'O'.

*> referentiel des operateurs, charge au demarrage comme dans
*> StandingOrder : l'operateur d'une provision doit y etre actif et
*> habilite a la saisie ; le second operateur d'une double
*> validation, actif, habilite a la validation et different du
*> premier.
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
01 DeviseBase      PIC X(03) VALUE 'CHF'.

*> double validation, comme dans StandingOrder : la confirmation
*> porte sur le contenu de la provision au registre.
01 SeuilMontant    PIC S9(5)V99 VALUE 5000.00.
01 MontantBase     PIC S9(7)V99 VALUE 0.
01 ProgrammeAttente PIC X(12) VALUE 'ACCRUALGEN'.
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
01 ReferenceEnCours PIC X(06) VALUE SPACES.
01 ProvValideur    PIC X(08) VALUE SPACES.
01 NbMisesEnAttente PIC 9(05) VALUE 0.
01 NbValidationsAppliquees PIC 9(05) VALUE 0.

01 NbLignesLues    PIC 9(05) VALUE 0.
01 NbProvisionsEmises PIC 9(05) VALUE 0.
01 NbExtournesEmises PIC 9(05) VALUE 0.
01 NbNonEmises     PIC 9(05) VALUE 0.
01 NbDejaEmises    PIC 9(05) VALUE 0.
01 NbNonDues       PIC 9(05) VALUE 0.
01 NbMalFormees    PIC 9(05) VALUE 0.
01 NbAffiche       PIC ZZZZZZ9.

*> journal permanent des executions, comme dans SimpleAudit
01 DateDuJour          PIC 9(08).
01 HeureDuJour         PIC 9(08).
01 UtilisateurRun      PIC X(12) VALUE SPACES.
01 IndicateurAnomalie  PIC X VALUE 'N'.
    88 DesAnomaliesDetectees VALUE 'O'.
01 CodeRetourRun       PIC X(04) VALUE 'OK'.
01 NbProvisionsAffiche PIC ZZZZZZ9.
01 NbExtournesAffiche  PIC ZZZZZZ9.
01 NbNonEmisesAffiche  PIC ZZZZZZ9.
01 NbMalFormeesAffiche PIC ZZZZZZ9.
01 NbAttenteAffiche    PIC ZZZZZZ9.
01 NbValideesAffiche   PIC ZZZZZZ9.

PROCEDURE DIVISION.
    OPEN OUTPUT ProvReportFile

    PERFORM 1000-LIRE-DATE-EXPLOITATION
    IF NOT DateValide
        SET DesAnomaliesDetectees TO TRUE
        MOVE "DATE D'EXPLOITATION ABSENTE OU INVALIDE (AAAA-MM-JJ)"
            TO ProvReportLine
        WRITE ProvReportLine
    ELSE
        PERFORM 1100-CALCULER-DERNIER-JOUR
        PERFORM 1150-CHARGER-JOURS-FERIES
        PERFORM 1170-CALCULER-DERNIER-JOUR-OUVRE
        PERFORM 1190-CALCULER-PERIODE-PRECEDENTE
        PERFORM 1200-CHARGER-OPERATEURS
        PERFORM 1300-CHARGER-ATTENTES
        PERFORM 1400-CHARGER-VALIDATIONS
        PERFORM 1500-CHARGER-TAUX-CHANGE
        PERFORM 1600-CHARGER-REFERENTIEL-CATEGORIES
        PERFORM 1650-CHARGER-REFERENTIEL-CENTRES
        PERFORM 1700-CHARGER-PERIODES-CLOSES
        PERFORM 1800-CHARGER-EMISSIONS
        ACCEPT DateDuJour FROM DATE YYYYMMDD
        OPEN OUTPUT ProvGenereFile
        OPEN EXTEND AttenteFile
        OPEN EXTEND ProvEmiseFile
        PERFORM 2000-TRAITER-REGISTRE
        CLOSE ProvEmiseFile
        CLOSE AttenteFile
        CLOSE ProvGenereFile
        PERFORM 3000-IMPRIMER-RECAPITULATIF
    END-IF

    CLOSE ProvReportFile

    PERFORM 3950-ECRIRE-JOURNAL-EXECUTION

    STOP RUN.

*> ----------------------------------------------------------------
*> 1000-LIRE-DATE-EXPLOITATION : lit la date d'exploitation sur la
*> carte partagee ; sans date valide, rien n'est emis.
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
        SET DateValide TO TRUE
        MOVE DateExpAnnee TO AnneeExp
        MOVE DateExpMois TO MoisExp
        MOVE DateExploitation(1:7) TO PeriodeCourante
    END-IF.

*> ----------------------------------------------------------------
*> 1100-CALCULER-DERNIER-JOUR : dernier jour du mois de la date
*> d'exploitation, comme StandingOrder.
*> ----------------------------------------------------------------
1100-CALCULER-DERNIER-JOUR.
    EVALUATE DateExpMois
        WHEN '01' WHEN '03' WHEN '05' WHEN '07'
        WHEN '08' WHEN '10' WHEN '12'
            MOVE 31 TO DernierJourMois
        WHEN '04' WHEN '06' WHEN '09' WHEN '11'
            MOVE 30 TO DernierJourMois
        WHEN '02'
            MOVE 28 TO DernierJourMois
            DIVIDE AnneeExp BY 4 GIVING ResteBissextile
                REMAINDER ResteBissextile
            IF ResteBissextile = 0
                MOVE 29 TO DernierJourMois
                DIVIDE AnneeExp BY 100 GIVING ResteBissextile
                    REMAINDER ResteBissextile
                IF ResteBissextile = 0
                    DIVIDE AnneeExp BY 400 GIVING ResteBissextile
                        REMAINDER ResteBissextile
                    IF ResteBissextile = 0
                        MOVE 29 TO DernierJourMois
                    ELSE
                        MOVE 28 TO DernierJourMois
                    END-IF
                END-IF
            END-IF
    END-EVALUATE.

*> ----------------------------------------------------------------
*> 1150-CHARGER-JOURS-FERIES : charge en table le calendrier des
*> jours feries ; absent, seuls les week-ends sont chomes, et on
*> l'annonce dans provisions_report.txt.
*> ----------------------------------------------------------------
1150-CHARGER-JOURS-FERIES.
    OPEN INPUT FeriesFile
    IF FeriesFileTrouve
        SET FeriesCharges TO TRUE
        PERFORM 1160-LIRE-UN-FERIE UNTIL EOFFeries = 'Y'
    END-IF
    CLOSE FeriesFile

    IF NOT FeriesCharges
        MOVE "CALENDRIER DES JOURS FERIES ABSENT : SEULS LES WEEK-ENDS SONT CHOMES"
            TO ProvReportLine
        WRITE ProvReportLine
    END-IF.

1160-LIRE-UN-FERIE.
    READ FeriesFile
        AT END
            MOVE 'Y' TO EOFFeries
        NOT AT END
            IF FerieLigne NOT = SPACES AND NbFeries < 200
                ADD 1 TO NbFeries
                SET FerIdx TO NbFeries
                MOVE FerieLigne(1:10) TO FerieDate (FerIdx)
            END-IF
    END-READ.

*> ----------------------------------------------------------------
*> 1170-CALCULER-DERNIER-JOUR-OUVRE : en partant du dernier jour du
*> mois, recule sur les samedis, dimanches et jours feries ; la
*> provision de la periode courante est due des que la date
*> d'exploitation atteint ce jour.
*> ----------------------------------------------------------------
1170-CALCULER-DERNIER-JOUR-OUVRE.
    MOVE DernierJourMois TO JourCandidat
    MOVE 'N' TO JourOuvreSw
    PERFORM 1180-EXAMINER-JOUR-CANDIDAT
        UNTIL JourOuvreTrouve OR JourCandidat = 0
    IF JourOuvreTrouve
        MOVE DateCandidate TO DateProvision
        IF DateExploitation NOT < DateProvision
            SET JourDeProvision TO TRUE
        END-IF
    END-IF.

1180-EXAMINER-JOUR-CANDIDAT.
    MOVE SPACES TO DateCandidate
    STRING DateExpAnnee DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           DateExpMois DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           JourCandidat DELIMITED BY SIZE
           INTO DateCandidate
    COMPUTE DateNumerique = AnneeExp * 10000 + MoisExp * 100
                          + JourCandidat
    COMPUTE JourEntier = FUNCTION INTEGER-OF-DATE(DateNumerique)
    DIVIDE JourEntier BY 7 GIVING SemainesEntieres
        REMAINDER JourSemaine

    IF JourSemaine = 6 OR JourSemaine = 0
        SUBTRACT 1 FROM JourCandidat
    ELSE
        SET FerIdx TO 1
        SEARCH FerieEntry
            AT END
                SET JourOuvreTrouve TO TRUE
            WHEN FerieDate (FerIdx) = DateCandidate
                SUBTRACT 1 FROM JourCandidat
        END-SEARCH
    END-IF.

*> ----------------------------------------------------------------
*> 1190-CALCULER-PERIODE-PRECEDENTE : periode dont les provisions
*> sont a extourner ce mois-ci, et date des extournes (premier jour
*> de la periode courante).
*> ----------------------------------------------------------------
1190-CALCULER-PERIODE-PRECEDENTE.
    IF MoisExp = 1
        COMPUTE AnneePrecedente = AnneeExp - 1
        MOVE 12 TO MoisPrecedent
    ELSE
        MOVE AnneeExp TO AnneePrecedente
        COMPUTE MoisPrecedent = MoisExp - 1
    END-IF
    MOVE SPACES TO PeriodePrecedente
    STRING AnneePrecedente DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           MoisPrecedent DELIMITED BY SIZE
           INTO PeriodePrecedente

    MOVE SPACES TO DateExtourne
    STRING PeriodeCourante DELIMITED BY SIZE
           "-01" DELIMITED BY SIZE
           INTO DateExtourne.

*> ----------------------------------------------------------------
*> 1200-CHARGER-OPERATEURS : charge en table le referentiel des
*> operateurs, comme StandingOrder ; absent, on l'annonce dans
*> provisions_report.txt et aucune provision ne sera emise.
*> ----------------------------------------------------------------
1200-CHARGER-OPERATEURS.
    OPEN INPUT OpRefFile
    IF OpRefFileTrouve
        SET RefOperateursCharge TO TRUE
        PERFORM 1210-LIRE-UN-OPERATEUR UNTIL EOFOpRef = 'Y'
    END-IF
    CLOSE OpRefFile

    IF NOT RefOperateursCharge
        MOVE "REFERENTIEL OPERATEURS ABSENT : AUCUNE PROVISION EMISE"
            TO ProvReportLine
        WRITE ProvReportLine
        SET DesAnomaliesDetectees TO TRUE
    END-IF
    IF RefOperateursTronque
        MOVE "REFERENTIEL OPERATEURS TRONQUE A 100 CODES"
            TO ProvReportLine
        WRITE ProvReportLine
        SET DesAnomaliesDetectees TO TRUE
    END-IF.

1210-LIRE-UN-OPERATEUR.
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
*> 1220-CHERCHER-OPERATEUR : cherche OperateurCherche dans le
*> referentiel et positionne EtatOperateur (actif, retire ou
*> inconnu) ainsi que ses roles.
*> ----------------------------------------------------------------
1220-CHERCHER-OPERATEUR.
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
*> 1300-CHARGER-ATTENTES : relit le registre des attentes de
*> validation, comme StandingOrder ; les provisions en attente ou
*> deja confirmees (ligne L) sont mises en table.
*> ----------------------------------------------------------------
1300-CHARGER-ATTENTES.
    OPEN INPUT AttenteFile
    IF AttenteFileTrouve
        PERFORM 1310-LIRE-UNE-ATTENTE UNTIL EOFAttentes = 'Y'
    END-IF
    CLOSE AttenteFile

    IF AttentesPleines
        SET DesAnomaliesDetectees TO TRUE
        MOVE "PROVISIONS SOUMISES A VALIDATION AU-DELA DE 500 : SURPLUS IGNORE"
            TO ProvReportLine
        WRITE ProvReportLine
    END-IF.

1310-LIRE-UNE-ATTENTE.
    READ AttenteFile
        AT END
            MOVE 'Y' TO EOFAttentes
        NOT AT END
            IF AttEnAttente
                ADD 1 TO NbReferencesAttente
            END-IF
            IF AttProgramme = ProgrammeAttente
                IF AttEnAttente
                    PERFORM 1320-RANGER-ATTENTE
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
*> 1320-RANGER-ATTENTE : range en table la ligne E de AttenteLigne,
*> dans la premiere place libre (jamais occupee ou liberee par une
*> ligne R ; les provisions confirmees gardent la leur).
*> ----------------------------------------------------------------
1320-RANGER-ATTENTE.
    SET AtpIdx TO 1
    SEARCH AttenteEntry
        AT END
            SET AttentesPleines TO TRUE
        WHEN AtpEtat (AtpIdx) = SPACES OR AtpEtat (AtpIdx) = 'R'
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
*> 1400-CHARGER-VALIDATIONS : lit les confirmations des seconds
*> operateurs (Oper Vnnnnn) et retient, pour chaque provision en
*> attente, la premiere confirmation recevable, comme StandingOrder.
*> ----------------------------------------------------------------
1400-CHARGER-VALIDATIONS.
    OPEN INPUT ValidationFile
    IF ValidationFileTrouve
        PERFORM 1410-LIRE-UNE-VALIDATION UNTIL EOFValidations = 'Y'
    END-IF
    CLOSE ValidationFile.

1410-LIRE-UNE-VALIDATION.
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
                        PERFORM 1420-CONTROLER-VALIDEUR
                    END-IF
            END-SEARCH
    END-READ.

*> ----------------------------------------------------------------
*> 1420-CONTROLER-VALIDEUR : le second operateur doit etre connu,
*> actif, habilite a la validation et different de celui qui a
*> saisi la provision.
*> ----------------------------------------------------------------
1420-CONTROLER-VALIDEUR.
    MOVE SPACES TO MotifValidation
    MOVE ValOperateurLu TO OperateurCherche
    PERFORM 1220-CHERCHER-OPERATEUR
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
        MOVE SPACES TO ProvReportLine
        STRING "VALIDATION " DELIMITED BY SIZE
               ValReferenceLue DELIMITED BY SIZE
               " PAR " DELIMITED BY SIZE
               ValOperateurLu DELIMITED BY SPACE
               " : REFUSEE (" DELIMITED BY SIZE
               MotifValidation DELIMITED BY "  "
               ")" DELIMITED BY SIZE
               INTO ProvReportLine
        WRITE ProvReportLine
    END-IF.

*> ----------------------------------------------------------------
*> 1500-CHARGER-TAUX-CHANGE : charge en table les taux de change
*> vers la devise de base, comme le fait MonthClose.
*> ----------------------------------------------------------------
1500-CHARGER-TAUX-CHANGE.
    OPEN INPUT TauxFile
    IF TauxFileTrouve
        PERFORM 1510-LIRE-UN-TAUX UNTIL EOFTaux = 'Y'
    END-IF
    CLOSE TauxFile.

1510-LIRE-UN-TAUX.
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
*> 1550-CONVERTIR-EN-BASE : convertit le montant de la provision en
*> devise de base au taux de sa date d'emission, comme le fait
*> MonthClose ; sans taux, le montant d'origine est retenu tel quel.
*> ----------------------------------------------------------------
1550-CONVERTIR-EN-BASE.
    MOVE 'N' TO TauxExisteSw
    IF ProvDevise = DeviseBase
        SET TauxExiste TO TRUE
        MOVE 1 TO TauxCourant
    ELSE
        SET TauxIdx TO 1
        SEARCH TauxEntry
            AT END
                CONTINUE
            WHEN TauxDate (TauxIdx) = DateProvision
             AND TauxDevise (TauxIdx) = ProvDevise
                SET TauxExiste TO TRUE
                MOVE TauxValeur (TauxIdx) TO TauxCourant
        END-SEARCH
    END-IF

    IF TauxExiste
        COMPUTE MontantBase ROUNDED = ProvMontant * TauxCourant
    ELSE
        MOVE ProvMontant TO MontantBase
    END-IF.

*> ----------------------------------------------------------------
*> 1600-CHARGER-REFERENTIEL-CATEGORIES : charge en table le
*> referentiel des codes categorie/compte, comme TxnMaint ; absent,
*> on l'annonce et le controle des categories est passe.
*> ----------------------------------------------------------------
1600-CHARGER-REFERENTIEL-CATEGORIES.
    OPEN INPUT CatRefFile
    IF CatRefFileTrouve
        SET ReferentielCharge TO TRUE
        PERFORM 1610-LIRE-UNE-CATEGORIE UNTIL EOFCatRef = 'Y'
    END-IF
    CLOSE CatRefFile

    IF NOT ReferentielCharge
        MOVE "REFERENTIEL CATEGORIES ABSENT : CONTROLE DES CODES DESACTIVE"
            TO ProvReportLine
        WRITE ProvReportLine
        SET DesAnomaliesDetectees TO TRUE
    END-IF.

1610-LIRE-UNE-CATEGORIE.
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

1620-CHERCHER-CATEGORIE.
    SET RefIdx TO 1
    SEARCH CatRefEntry
        AT END
            SET CategorieInconnue TO TRUE
        WHEN RefCode (RefIdx) = CategorieCherchee
            MOVE RefFlag (RefIdx) TO EtatCategorie
    END-SEARCH.

*> ----------------------------------------------------------------
*> 1650-CHARGER-REFERENTIEL-CENTRES : idem pour les centres de cout.
*> ----------------------------------------------------------------
1650-CHARGER-REFERENTIEL-CENTRES.
    OPEN INPUT CcRefFile
    IF CcRefFileTrouve
        SET RefCentresCharge TO TRUE
        PERFORM 1660-LIRE-UN-CENTRE UNTIL EOFCcRef = 'Y'
    END-IF
    CLOSE CcRefFile

    IF NOT RefCentresCharge
        MOVE "REFERENTIEL CENTRES DE COUT ABSENT : CONTROLE DESACTIVE"
            TO ProvReportLine
        WRITE ProvReportLine
        SET DesAnomaliesDetectees TO TRUE
    END-IF.

1660-LIRE-UN-CENTRE.
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

1670-CHERCHER-CENTRE.
    SET CcrIdx TO 1
    SEARCH CcRefEntry
        AT END
            SET CentreInconnu TO TRUE
        WHEN CcrCode (CcrIdx) = CentreCherche
            MOVE CcrFlag (CcrIdx) TO EtatCentre
    END-SEARCH.

*> ----------------------------------------------------------------
*> 1700-CHARGER-PERIODES-CLOSES : charge en table le registre des
*> periodes closes tenu par MonthClose, comme TxnMaint.
*> ----------------------------------------------------------------
1700-CHARGER-PERIODES-CLOSES.
    OPEN INPUT PeriodesFile
    IF PeriodesFileTrouve
        PERFORM 1710-LIRE-UNE-PERIODE UNTIL EOFPeriodes = 'Y'
    END-IF
    CLOSE PeriodesFile.

1710-LIRE-UNE-PERIODE.
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

1720-CONTROLER-PERIODE-CLOSE.
    MOVE 'N' TO PeriodeEstCloseSw
    SET PerIdx TO 1
    SEARCH PeriodeCloseEntry
        AT END
            CONTINUE
        WHEN PeriodeClose (PerIdx) = PeriodeCherchee
            SET PeriodeEstClose TO TRUE
    END-SEARCH.

*> ----------------------------------------------------------------
*> 1800-CHARGER-EMISSIONS : relit le registre permanent des
*> emissions ; les provisions emises y gardent l'ecriture qu'il
*> faudra extourner.
*> ----------------------------------------------------------------
1800-CHARGER-EMISSIONS.
    OPEN INPUT ProvEmiseFile
    IF ProvEmiseTrouve
        PERFORM 1810-LIRE-UNE-EMISSION UNTIL EOFProvEmises = 'Y'
    END-IF
    CLOSE ProvEmiseFile

    IF EmissionsPleines
        SET DesAnomaliesDetectees TO TRUE
        MOVE "REGISTRE DES EMISSIONS AU-DELA DE 1000 LIGNES : SURPLUS IGNORE"
            TO ProvReportLine
        WRITE ProvReportLine
    END-IF.

1810-LIRE-UNE-EMISSION.
    READ ProvEmiseFile
        AT END
            MOVE 'Y' TO EOFProvEmises
        NOT AT END
            IF PemProvision OR PemExtourne
                PERFORM 1820-RANGER-EMISSION
            END-IF
    END-READ.

1820-RANGER-EMISSION.
    IF NbEmissions < 1000
        ADD 1 TO NbEmissions
        SET EmiIdx TO NbEmissions
        MOVE PemType TO EmiType (EmiIdx)
        MOVE PemReference TO EmiReference (EmiIdx)
        MOVE PemPeriode TO EmiPeriode (EmiIdx)
        MOVE PemTransID TO EmiTransID (EmiIdx)
        MOVE PemOperateur TO EmiOperateur (EmiIdx)
        MOVE PemDesc TO EmiDesc (EmiIdx)
        MOVE PemCategorie TO EmiCategorie (EmiIdx)
        IF FUNCTION TEST-NUMVAL(PemMontantTxte) = 0
            COMPUTE EmiMontant (EmiIdx)
                = FUNCTION NUMVAL(PemMontantTxte)
        END-IF
        MOVE PemDevise TO EmiDevise (EmiIdx)
        MOVE PemCentre TO EmiCentre (EmiIdx)
    ELSE
        SET EmissionsPleines TO TRUE
    END-IF.

*> ----------------------------------------------------------------
*> 1850-CHERCHER-EMISSION : cherche au registre des emissions la
*> ligne TypeCherche (P ou X) de la provision ProvRef pour sa
*> periode ProvPeriode.
*> ----------------------------------------------------------------
1850-CHERCHER-EMISSION.
    MOVE 'N' TO EmissionTrouveeSw
    SET EmiIdx TO 1
    SEARCH EmissionEntry
        AT END
            CONTINUE
        WHEN EmiType (EmiIdx) = TypeCherche
         AND EmiReference (EmiIdx) = ProvRef
         AND EmiPeriode (EmiIdx) = ProvPeriode
            SET EmissionTrouvee TO TRUE
    END-SEARCH.

*> ----------------------------------------------------------------
*> 2000-TRAITER-REGISTRE : lit chaque provision du registre et
*> decide de ce qui est du a la date d'exploitation.
*> ----------------------------------------------------------------
2000-TRAITER-REGISTRE.
    OPEN INPUT RegProvFile
    IF RegProvTrouve
        PERFORM 2100-TRAITER-UNE-PROVISION UNTIL EOFRegProv = 'Y'
    ELSE
        SET DesAnomaliesDetectees TO TRUE
        MOVE "REGISTRE DES PROVISIONS ABSENT : RIEN A EMETTRE"
            TO ProvReportLine
        WRITE ProvReportLine
        MOVE 'Y' TO EOFRegProv
    END-IF
    CLOSE RegProvFile.

2100-TRAITER-UNE-PROVISION.
    READ RegProvFile
        AT END
            MOVE 'Y' TO EOFRegProv
        NOT AT END
            IF RegProvLigne NOT = SPACES
                ADD 1 TO NbLignesLues
                PERFORM 2200-ANALYSER-PROVISION
                IF ProvEstValide
                    PERFORM 2250-CONTROLER-REFERENCE
                    IF NOT RefEnDouble
                        PERFORM 2300-DECIDER-ECHEANCE
                    END-IF
                ELSE
                    ADD 1 TO NbMalFormees
                    SET DesAnomaliesDetectees TO TRUE
                    MOVE SPACES TO ProvReportLine
                    STRING RegProvLigne(1:90) DELIMITED BY SIZE
                           " *** PROVISION MAL FORMEE" DELIMITED BY SIZE
                           INTO ProvReportLine
                    WRITE ProvReportLine
                END-IF
            END-IF
    END-READ.

*> ----------------------------------------------------------------
*> 2200-ANALYSER-PROVISION : decoupe une provision du registre et en
*> verifie la forme, avec la meme mecanique COUNT IN que
*> StandingOrder.
*> ----------------------------------------------------------------
2200-ANALYSER-PROVISION.
    SET ProvEstValide TO TRUE
    MOVE SPACES TO ProvOperateur ProvContenu
    MOVE 0 TO NbCarOperateur
    MOVE 1 TO PositionOperateur
    UNSTRING RegProvLigne DELIMITED BY SPACE
        INTO ProvOperateur COUNT IN NbCarOperateur
        WITH POINTER PositionOperateur
    END-UNSTRING
    IF PositionOperateur NOT > LENGTH OF RegProvLigne
        MOVE RegProvLigne(PositionOperateur:) TO ProvContenu
    END-IF

    MOVE SPACES TO ProvRef ProvDesc ProvCategorie ProvMontantTxte
                   ProvDevise ProvPeriode ProvCentre
    MOVE 0 TO NbCarRef NbCarDesc NbCarCategorie NbCarMontant
              NbCarDevise NbCarPeriode NbCarCentre

    UNSTRING ProvContenu DELIMITED BY SPACE
        INTO ProvRef         COUNT IN NbCarRef,
             ProvDesc        COUNT IN NbCarDesc,
             ProvCategorie   COUNT IN NbCarCategorie,
             ProvMontantTxte COUNT IN NbCarMontant,
             ProvDevise      COUNT IN NbCarDevise,
             ProvPeriode     COUNT IN NbCarPeriode,
             ProvCentre      COUNT IN NbCarCentre
    END-UNSTRING
    IF NbCarCentre = 0
        MOVE CentreCoutDefaut TO ProvCentre
    END-IF

*> la reference fait exactement 4 caracteres : le TransID R + REF +
*> P/X la colle entre deux lettres, et une reference plus courte y
*> laisserait un espace qui tronquerait le TransID a l'emission.
    IF NbCarOperateur = 0 OR NbCarOperateur > 8
       OR NbCarRef NOT = 4 OR NbCarDesc = 0 OR NbCarDesc > 30
       OR NbCarCategorie = 0 OR NbCarCategorie > 4
       OR NbCarMontant = 0 OR NbCarDevise NOT = 3
       OR NbCarPeriode NOT = 7 OR NbCarCentre > 4
        SET ProvEstInvalide TO TRUE
    ELSE
        IF FUNCTION TEST-NUMVAL(ProvMontantTxte) NOT = 0
           OR ProvPeriode(1:4) IS NOT NUMERIC
           OR ProvPeriode(5:1) NOT = '-'
           OR ProvPeriode(6:2) IS NOT NUMERIC
           OR ProvPeriode(6:2) < '01' OR ProvPeriode(6:2) > '12'
            SET ProvEstInvalide TO TRUE
        ELSE
            MOVE FUNCTION NUMVAL(ProvMontantTxte) TO ProvMontantLu
            IF ProvMontantLu > 99999.99 OR ProvMontantLu < -99999.99
               OR ProvMontantLu = 0
                SET ProvEstInvalide TO TRUE
            ELSE
                MOVE ProvMontantLu TO ProvMontant
            END-IF
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> 2250-CONTROLER-REFERENCE : une reference deja vue plus haut dans
*> le registre est signalee et la ligne ignoree ; la premiere garde
*> la reference. Une reference deja emise pour une autre periode
*> (provisions_emises.txt) est refusee de meme : son TransID R +
*> REF + P/X existe deja, et la provision passerait pour emise.
*> ----------------------------------------------------------------
2250-CONTROLER-REFERENCE.
    MOVE 'N' TO RefEnDoubleSw
    SET RvuIdx TO 1
    SEARCH RefVueEntry
        AT END
            IF NbRefsVues < 1000
                ADD 1 TO NbRefsVues
                SET RvuIdx TO NbRefsVues
                MOVE ProvRef TO RefVue (RvuIdx)
            END-IF
        WHEN RefVue (RvuIdx) = ProvRef
            SET RefEnDouble TO TRUE
    END-SEARCH

    IF RefEnDouble
        ADD 1 TO NbMalFormees
        SET DesAnomaliesDetectees TO TRUE
        MOVE SPACES TO ProvReportLine
        STRING ProvOperateur DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               ProvRef DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ProvDesc DELIMITED BY SPACE
               " : REFERENCE EN DOUBLE AU REGISTRE, LIGNE IGNOREE"
               DELIMITED BY SIZE
               INTO ProvReportLine
        WRITE ProvReportLine
    ELSE
        SET EmiIdx TO 1
        SEARCH EmissionEntry
            AT END
                CONTINUE
            WHEN EmiReference (EmiIdx) = ProvRef
             AND EmiPeriode (EmiIdx) NOT = ProvPeriode
                SET RefEnDouble TO TRUE
        END-SEARCH
        IF RefEnDouble
            ADD 1 TO NbMalFormees
            SET DesAnomaliesDetectees TO TRUE
            MOVE SPACES TO ProvReportLine
            STRING ProvOperateur DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   ProvRef DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ProvDesc DELIMITED BY SPACE
                   " : REFERENCE DEJA UTILISEE (PERIODE "
                   DELIMITED BY SIZE
                   EmiPeriode (EmiIdx) DELIMITED BY SIZE
                   "), LIGNE IGNOREE" DELIMITED BY SIZE
                   INTO ProvReportLine
            WRITE ProvReportLine
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> 2300-DECIDER-ECHEANCE : la provision de la periode courante est
*> due a partir de son dernier jour ouvre, l'extourne d'une provision
*> de la periode precedente des le premier run de la periode
*> courante ; les autres lignes du registre ne sont pas concernees.
*> ----------------------------------------------------------------
2300-DECIDER-ECHEANCE.
    MOVE SPACES TO MotifGeneration ReferenceEnCours ProvValideur
    EVALUATE TRUE
        WHEN ProvPeriode = PeriodeCourante AND JourDeProvision
            PERFORM 2400-TRAITER-PROVISION
        WHEN ProvPeriode = PeriodePrecedente
            PERFORM 2600-TRAITER-EXTOURNE
        WHEN OTHER
            ADD 1 TO NbNonDues
    END-EVALUATE.

*> ----------------------------------------------------------------
*> 2400-TRAITER-PROVISION : une provision deja emise n'est pas
*> reemise ; sinon la periode doit etre ouverte, l'operateur habilite
*> et les codes valides, et une provision au-dela du seuil doit
*> avoir ete confirmee par un second operateur.
*> ----------------------------------------------------------------
2400-TRAITER-PROVISION.
    MOVE 'P' TO TypeCherche
    PERFORM 1850-CHERCHER-EMISSION
    IF EmissionTrouvee
        ADD 1 TO NbDejaEmises
    ELSE
        PERFORM 2410-CONTROLER-PROVISION
        IF MotifGeneration = SPACES
            PERFORM 2450-EMETTRE-PROVISION
        ELSE
            ADD 1 TO NbNonEmises
            MOVE SPACES TO ProvReportLine
            STRING ProvOperateur DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   ProvRef DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ProvDesc DELIMITED BY SPACE
                   " : PROVISION NON EMISE (" DELIMITED BY SIZE
                   MotifGeneration DELIMITED BY "  "
                   ")" DELIMITED BY SIZE
                   INTO ProvReportLine
            WRITE ProvReportLine
        END-IF
    END-IF.

2410-CONTROLER-PROVISION.
    PERFORM 2490-NOTER-OPERATEUR
    MOVE ProvPeriode TO PeriodeCherchee
    PERFORM 1720-CONTROLER-PERIODE-CLOSE
    IF PeriodeEstClose
        MOVE "PERIODE CIBLE CLOSE" TO MotifGeneration
    END-IF

    IF MotifGeneration = SPACES
        PERFORM 2420-CONTROLER-OPERATEUR
    END-IF

    IF MotifGeneration = SPACES AND ReferentielCharge
        MOVE ProvCategorie TO CategorieCherchee
        PERFORM 1620-CHERCHER-CATEGORIE
        IF CategorieInconnue
            MOVE "CATEGORIE INCONNUE" TO MotifGeneration
        ELSE
            IF CategorieTrouveeInactive
                MOVE "CATEGORIE INACTIVE" TO MotifGeneration
            END-IF
        END-IF
    END-IF

    IF MotifGeneration = SPACES AND RefCentresCharge
        MOVE ProvCentre TO CentreCherche
        PERFORM 1670-CHERCHER-CENTRE
        IF CentreInconnu
            MOVE "CENTRE COUT INCONNU" TO MotifGeneration
        ELSE
            IF CentreTrouveInactif
                MOVE "CENTRE COUT INACTIF" TO MotifGeneration
            END-IF
        END-IF
    END-IF

    IF MotifGeneration NOT = SPACES
        SET DesAnomaliesDetectees TO TRUE
    ELSE
        PERFORM 1550-CONVERTIR-EN-BASE
        IF MontantBase < 0
            COMPUTE MontantBase = MontantBase * -1
        END-IF
        IF MontantBase > SeuilMontant
            PERFORM 2430-CONTROLER-CONFIRMATION
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> 2420-CONTROLER-OPERATEUR : l'operateur de la provision doit etre
*> connu, actif et habilite a la saisie.
*> ----------------------------------------------------------------
2420-CONTROLER-OPERATEUR.
    MOVE ProvOperateur TO OperateurCherche
    PERFORM 1220-CHERCHER-OPERATEUR
    EVALUATE TRUE
        WHEN NOT RefOperateursCharge
            MOVE "REFERENTIEL OPERATEURS ABSENT" TO MotifGeneration
        WHEN OperateurInconnu
            MOVE "OPERATEUR INCONNU" TO MotifGeneration
        WHEN OperateurTrouveInactif
            MOVE "OPERATEUR INACTIF" TO MotifGeneration
        WHEN NOT RoleSaisieAccorde
            MOVE "ROLE SAISIE NON ACCORDE" TO MotifGeneration
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> ----------------------------------------------------------------
*> 2430-CONTROLER-CONFIRMATION : provision au-dela du seuil, comme
*> un ordre permanent dans StandingOrder ; elle part si son contenu
*> a deja ete confirme (ligne L), ou s'il vient de l'etre (la ligne L
*> est alors inscrite) ; en attente de confirmation, elle ne part
*> pas ; jamais soumise sous ce contenu, elle est inscrite en
*> attente.
*> ----------------------------------------------------------------
2430-CONTROLER-CONFIRMATION.
    SET AtpIdx TO 1
    SEARCH AttenteEntry
        AT END
            PERFORM 2440-METTRE-EN-ATTENTE
        WHEN AtpCle (AtpIdx) = ProvRef
         AND AtpContenu (AtpIdx) = ProvContenu
         AND (AtpEtat (AtpIdx) = 'E' OR AtpEtat (AtpIdx) = 'L')
            IF AtpEtat (AtpIdx) = 'E'
                IF AtpValideur (AtpIdx) = SPACES
                    MOVE AtpReference (AtpIdx) TO ReferenceAttente
                    PERFORM 2445-MOTIF-ATTENTE
                ELSE
                    PERFORM 2435-SOLDER-ATTENTE
                END-IF
            END-IF
    END-SEARCH.

*> ----------------------------------------------------------------
*> 2435-SOLDER-ATTENTE : la provision en attente (AtpIdx) vient
*> d'etre confirmee ; une ligne L au registre la libere.
*> ----------------------------------------------------------------
2435-SOLDER-ATTENTE.
    ADD 1 TO NbValidationsAppliquees
    MOVE AtpReference (AtpIdx) TO ReferenceEnCours
    MOVE AtpValideur (AtpIdx) TO ProvValideur
    MOVE SPACES TO AttenteLigne
    SET AttLiberee TO TRUE
    MOVE ReferenceEnCours TO AttReference
    MOVE ProgrammeAttente TO AttProgramme
    MOVE ProvRef TO AttCle
    MOVE ProvValideur TO AttOperateur
    MOVE DateDuJour TO AttDate
    MOVE ProvContenu TO AttContenu
    MOVE 'L' TO AtpEtat (AtpIdx)
    WRITE AttenteLigne.

*> ----------------------------------------------------------------
*> 2440-METTRE-EN-ATTENTE : inscrit la provision au registre des
*> attentes de validation sous la reference suivante.
*> ----------------------------------------------------------------
2440-METTRE-EN-ATTENTE.
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
    MOVE ProvRef TO AttCle
    MOVE ProvOperateur TO AttOperateur
    MOVE DateDuJour TO AttDate
    MOVE ProvContenu TO AttContenu
    PERFORM 1320-RANGER-ATTENTE
    WRITE AttenteLigne
    ADD 1 TO NbMisesEnAttente
    PERFORM 2445-MOTIF-ATTENTE.

2445-MOTIF-ATTENTE.
    MOVE SPACES TO MotifGeneration
    STRING "EN ATTENTE VALIDATION " DELIMITED BY SIZE
           ReferenceAttente DELIMITED BY SIZE
           INTO MotifGeneration.

*> ----------------------------------------------------------------
*> 2450-EMETTRE-PROVISION : la provision part au dernier jour ouvre
*> de la periode, sous le TransID R + REF + P.
*> ----------------------------------------------------------------
2450-EMETTRE-PROVISION.
    ADD 1 TO NbProvisionsEmises
    MOVE 'P' TO EmisType
    MOVE SPACES TO EmisTransID
    STRING "R" DELIMITED BY SIZE
           ProvRef DELIMITED BY SIZE
           "P" DELIMITED BY SIZE
           INTO EmisTransID
    MOVE SPACES TO EmisTransIDLie
    MOVE DateProvision TO EmisDate
    MOVE ProvOperateur TO EmisOperateur
    MOVE ProvDesc TO EmisDesc
    MOVE ProvCategorie TO EmisCategorie
    MOVE ProvMontant TO EmisMontant
    MOVE ProvDevise TO EmisDevise
    MOVE ProvCentre TO EmisCentre
    PERFORM 2700-ECRIRE-EMISSION.

*> ----------------------------------------------------------------
*> 2490-NOTER-OPERATEUR : retient l'operateur du run pour le journal
*> des executions (MULTIPLE si les provisions dues en portent
*> plusieurs).
*> ----------------------------------------------------------------
2490-NOTER-OPERATEUR.
    IF OperateurJournal = SPACES
        MOVE ProvOperateur TO OperateurJournal
    ELSE
        IF OperateurJournal NOT = ProvOperateur
            MOVE "MULTIPLE" TO OperateurJournal
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> 2600-TRAITER-EXTOURNE : une provision de la periode precedente
*> est extournee une fois, a l'identique de l'ecriture emise ; une
*> provision jamais emise n'a rien a extourner, et on le signale.
*> ----------------------------------------------------------------
2600-TRAITER-EXTOURNE.
    MOVE 'X' TO TypeCherche
    PERFORM 1850-CHERCHER-EMISSION
    IF EmissionTrouvee
        ADD 1 TO NbDejaEmises
    ELSE
        MOVE 'P' TO TypeCherche
        PERFORM 1850-CHERCHER-EMISSION
        IF NOT EmissionTrouvee
            MOVE "PROVISION JAMAIS EMISE" TO MotifGeneration
        ELSE
            MOVE PeriodeCourante TO PeriodeCherchee
            PERFORM 1720-CONTROLER-PERIODE-CLOSE
            IF PeriodeEstClose
                MOVE "PERIODE D'EXTOURNE CLOSE" TO MotifGeneration
                SET DesAnomaliesDetectees TO TRUE
            END-IF
        END-IF

        IF MotifGeneration = SPACES
            PERFORM 2650-EMETTRE-EXTOURNE
        ELSE
            ADD 1 TO NbNonEmises
            MOVE SPACES TO ProvReportLine
            STRING ProvOperateur DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   ProvRef DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ProvDesc DELIMITED BY SPACE
                   " : EXTOURNE NON EMISE (" DELIMITED BY SIZE
                   MotifGeneration DELIMITED BY "  "
                   ")" DELIMITED BY SIZE
                   INTO ProvReportLine
            WRITE ProvReportLine
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> 2650-EMETTRE-EXTOURNE : l'extourne reprend la provision emise
*> (EmiIdx) au montant oppose, au premier jour de la periode
*> courante, sous le TransID R + REF + X.
*> ----------------------------------------------------------------
2650-EMETTRE-EXTOURNE.
    ADD 1 TO NbExtournesEmises
    MOVE 'X' TO EmisType
    MOVE SPACES TO EmisTransID
    STRING "R" DELIMITED BY SIZE
           ProvRef DELIMITED BY SIZE
           "X" DELIMITED BY SIZE
           INTO EmisTransID
    MOVE EmiTransID (EmiIdx) TO EmisTransIDLie
    MOVE DateExtourne TO EmisDate
    MOVE EmiOperateur (EmiIdx) TO EmisOperateur
    MOVE EmiDesc (EmiIdx) TO EmisDesc
    MOVE EmiCategorie (EmiIdx) TO EmisCategorie
    COMPUTE EmisMontant = EmiMontant (EmiIdx) * -1
    MOVE EmiDevise (EmiIdx) TO EmisDevise
    MOVE EmiCentre (EmiIdx) TO EmisCentre
    PERFORM 2700-ECRIRE-EMISSION.

*> ----------------------------------------------------------------
*> 2700-ECRIRE-EMISSION : ecrit la ligne au format journalier
*> standard, l'inscrit au registre des emissions (et en table, pour
*> le reste du run) et la trace au rapport.
*> ----------------------------------------------------------------
2700-ECRIRE-EMISSION.
    PERFORM 2750-FORMATER-MONTANT
    MOVE SPACES TO ProvGenereLigne
    STRING EmisTransID DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           EmisDate DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           EmisDesc DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           EmisCategorie DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           MontantTexteFinal DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           EmisDevise DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           EmisCentre DELIMITED BY SPACE
           INTO ProvGenereLigne
    WRITE ProvGenereLigne

    MOVE EmisMontant TO EmisMontantEdite
    MOVE SPACES TO ProvEmiseLigne
    MOVE EmisType TO PemType
    MOVE ProvRef TO PemReference
    MOVE EmisTransID TO PemTransID
    MOVE EmisDate TO PemDate
    MOVE ProvPeriode TO PemPeriode
    MOVE EmisOperateur TO PemOperateur
    MOVE DateDuJour TO PemDateEmission
    MOVE EmisDesc TO PemDesc
    MOVE EmisCategorie TO PemCategorie
    MOVE EmisMontantEdite TO PemMontantTxte
    MOVE EmisDevise TO PemDevise
    MOVE EmisCentre TO PemCentre
    WRITE ProvEmiseLigne
    PERFORM 1820-RANGER-EMISSION

    MOVE SPACES TO ProvReportLine
    MOVE 1 TO PosRapport
    STRING EmisOperateur DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           ProvRef DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           EmisDesc DELIMITED BY SPACE
           INTO ProvReportLine
           WITH POINTER PosRapport
    IF EmisType = 'P'
        STRING " : PROVISION EMISE SOUS " DELIMITED BY SIZE
               INTO ProvReportLine
               WITH POINTER PosRapport
    ELSE
        STRING " : EXTOURNE EMISE SOUS " DELIMITED BY SIZE
               INTO ProvReportLine
               WITH POINTER PosRapport
    END-IF
    STRING EmisTransID DELIMITED BY SIZE
           " LE " DELIMITED BY SIZE
           EmisDate DELIMITED BY SIZE
           " POUR " DELIMITED BY SIZE
           MontantTexteFinal DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           EmisDevise DELIMITED BY SIZE
           INTO ProvReportLine
           WITH POINTER PosRapport
    IF EmisTransIDLie NOT = SPACES
        STRING " (PROVISION " DELIMITED BY SIZE
               EmisTransIDLie DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO ProvReportLine
               WITH POINTER PosRapport
    END-IF
    IF ProvValideur NOT = SPACES
        STRING " (VALIDATION " DELIMITED BY SIZE
               ReferenceEnCours DELIMITED BY SIZE
               " PAR " DELIMITED BY SIZE
               ProvValideur DELIMITED BY SPACE
               ")" DELIMITED BY SIZE
               INTO ProvReportLine
               WITH POINTER PosRapport
    END-IF
    WRITE ProvReportLine.

*> ----------------------------------------------------------------
*> 2750-FORMATER-MONTANT : texte decimal signe au format des
*> fichiers journaliers, comme l'export de TxnMaint.
*> ----------------------------------------------------------------
2750-FORMATER-MONTANT.
    MOVE SPACES TO MontantTexteFinal
    COMPUTE MontantCentimes = EmisMontant * 100
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
*> 3000-IMPRIMER-RECAPITULATIF : comptes de la generation en fin de
*> rapport.
*> ----------------------------------------------------------------
3000-IMPRIMER-RECAPITULATIF.
    MOVE "-----------------------------" TO ProvReportLine
    WRITE ProvReportLine

    MOVE SPACES TO ProvReportLine
    STRING "GENERATION DU " DELIMITED BY SIZE
           DateExploitation DELIMITED BY SIZE
           " (DERNIER JOUR OUVRE " DELIMITED BY SIZE
           DateProvision DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
           INTO ProvReportLine
    WRITE ProvReportLine

    MOVE NbLignesLues TO NbAffiche
    MOVE SPACES TO ProvReportLine
    STRING "PROVISIONS AU REGISTRE : " DELIMITED BY SIZE
           NbAffiche DELIMITED BY SIZE
           INTO ProvReportLine
    WRITE ProvReportLine

    MOVE NbProvisionsEmises TO NbAffiche
    MOVE SPACES TO ProvReportLine
    STRING "PROVISIONS EMISES      : " DELIMITED BY SIZE
           NbAffiche DELIMITED BY SIZE
           INTO ProvReportLine
    WRITE ProvReportLine

    MOVE NbExtournesEmises TO NbAffiche
    MOVE SPACES TO ProvReportLine
    STRING "EXTOURNES EMISES       : " DELIMITED BY SIZE
           NbAffiche DELIMITED BY SIZE
           INTO ProvReportLine
    WRITE ProvReportLine

    MOVE NbNonEmises TO NbAffiche
    MOVE SPACES TO ProvReportLine
    STRING "DUES NON EMISES        : " DELIMITED BY SIZE
           NbAffiche DELIMITED BY SIZE
           INTO ProvReportLine
    WRITE ProvReportLine

    MOVE NbDejaEmises TO NbAffiche
    MOVE SPACES TO ProvReportLine
    STRING "DEJA EMISES            : " DELIMITED BY SIZE
           NbAffiche DELIMITED BY SIZE
           INTO ProvReportLine
    WRITE ProvReportLine

    MOVE NbNonDues TO NbAffiche
    MOVE SPACES TO ProvReportLine
    STRING "NON DUES CE JOUR       : " DELIMITED BY SIZE
           NbAffiche DELIMITED BY SIZE
           INTO ProvReportLine
    WRITE ProvReportLine

    IF NbMisesEnAttente > 0
        MOVE NbMisesEnAttente TO NbAffiche
        MOVE SPACES TO ProvReportLine
        STRING "MISES EN ATTENTE       : " DELIMITED BY SIZE
               NbAffiche DELIMITED BY SIZE
               INTO ProvReportLine
        WRITE ProvReportLine
    END-IF

    IF NbMalFormees > 0
        MOVE NbMalFormees TO NbAffiche
        MOVE SPACES TO ProvReportLine
        STRING "LIGNES MAL FORMEES     : " DELIMITED BY SIZE
               NbAffiche DELIMITED BY SIZE
               INTO ProvReportLine
        WRITE ProvReportLine
    END-IF.

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

    MOVE NbProvisionsEmises TO NbProvisionsAffiche
    MOVE NbExtournesEmises TO NbExtournesAffiche
    MOVE NbNonEmises TO NbNonEmisesAffiche
    MOVE NbMalFormees TO NbMalFormeesAffiche
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
           " PROV=" DELIMITED BY SIZE
           NbProvisionsAffiche DELIMITED BY SIZE
           " EXT=" DELIMITED BY SIZE
           NbExtournesAffiche DELIMITED BY SIZE
           " NONEMIS=" DELIMITED BY SIZE
           NbNonEmisesAffiche DELIMITED BY SIZE
           " MALF=" DELIMITED BY SIZE
           NbMalFormeesAffiche DELIMITED BY SIZE
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
