*>   AAAA-MM-JJ
*>
*> Format d'un ordre permanent (champs separes par des espaces, le
*> centre de cout, dixieme champ, est facultatif) :
*>   OPER REF DESC CATEGORIE MONTANT DEVISE JOUR DEBUT FIN [CENTRE]
*> avec OPER le code de l'operateur qui a saisi l'ordre, REF sur 3
*> caracteres (cle de l'ordre), JOUR le jour du mois
*> de l'echeance (un jour au-dela de la fin du mois echoit le
*> dernier jour du mois), et DEBUT/FIN les dates AAAA-MM-JJ entre
*> lesquelles l'ordre court, bornes comprises.
*>
*> L'operateur doit figurer au referentiel operateurs_ref.txt (voir
*> opref.cpy), actif et habilite a la saisie. Un ordre dont le
*> montant en devise de base depasse le seuil d'exception de
*> SimpleAudit n'est emis qu'une fois confirme par un second
*> operateur : a sa premiere echeance, il est inscrit en attente au
*> registre attentes_validation.txt (voir attval.cpy) sous une
*> reference Vnnnnn ; un second operateur different, actif et
*> habilite a la validation, le confirme dans validations.txt
*> (ligne "Oper Vnnnnn"). La confirmation vaut pour l'ordre tel
*> qu'il a ete soumis : il est ensuite emis a chaque echeance tant
*> qu'il n'est pas modifie, et toute modification repasse par une
*> nouvelle confirmation.
*>
*> Un ordre du est ecrit dans transactions_generees.txt avec le
*> TransID P + REF + MM (unique par ordre et par mois, donc rejete
*> par DailyPost en cas de double generation). Chaque ordre, emis ou
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL AuditLogFile ASSIGN TO 'audit_run_log.txt'
        ORGANIZATION IS LINE SEQUENTIAL.
*> referentiel des operateurs et de leurs roles, comme dans
*> TxnMaint ; absent, aucun ordre n'est emis.
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
01 GenReportLine   PIC X(120).

FD AuditLogFile.
01 AuditLogLine    PIC X(132).

FD OpRefFile.
COPY "opref.cpy".

FD TauxFile.
01 TauxLigne       PIC X(40).

FD AttenteFile.
COPY "attval.cpy".

FD ValidationFile.
01 ValidationLigne PIC X(40).

WORKING-STORAGE SECTION.
01 GenParamStatus  PIC XX VALUE SPACES.
01 DernierJourMois PIC 9(02) VALUE 0.
01 ResteBissextile PIC 9(04) VALUE 0.

*> decoupage d'un ordre permanent : le code operateur en tete est
*> separe du contenu de l'ordre, seul conserve au registre des
*> attentes de validation.
01 OrdreOperateur  PIC X(08) VALUE SPACES.
01 NbCarOperateur  PIC 9(02) VALUE 0.
01 PositionOperateur PIC 9(03) VALUE 1.
01 OrdreContenu    PIC X(120) VALUE SPACES.
01 OrdreRef        PIC X(03) VALUE SPACES.
01 OrdreDesc       PIC X(30) VALUE SPACES.
01 OrdreCategorie  PIC X(04) VALUE SPACES.
01 MotifGeneration PIC X(30) VALUE SPACES.
01 MotifLongueur   PIC 9(02) VALUE 0.
01 TransIDGenere   PIC X(06) VALUE SPACES.
01 PosRapport      PIC 9(03) VALUE 1.

*> referentiel des operateurs, charge au demarrage comme dans
*> TxnMaint : l'operateur d'un ordre doit y etre actif et habilite a
*> la saisie ; le second operateur d'une double validation, actif,
*> habilite a la validation et different du premier.
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

*> double validation, comme dans TxnMaint : la confirmation porte
*> sur le contenu de l'ordre, et vaut pour toutes ses echeances
*> tant qu'il n'est pas modifie.
01 SeuilMontant    PIC S9(5)V99 VALUE 5000.00.
01 MontantOrdre    PIC S9(7)V99 VALUE 0.
01 MontantBase     PIC S9(7)V99 VALUE 0.
01 ProgrammeAttente PIC X(12) VALUE 'STANDINGORD'.
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
01 OrdreValideur   PIC X(08) VALUE SPACES.
01 NbMisesEnAttente PIC 9(05) VALUE 0.
01 NbValidationsAppliquees PIC 9(05) VALUE 0.

01 NbOrdresLus     PIC 9(05) VALUE 0.
01 NbEmises        PIC 9(05) VALUE 0.
01 NbEmisesAffiche     PIC ZZZZZZ9.
01 NbIgnoreesAffiche   PIC ZZZZZZ9.
01 NbMalFormeesAffiche PIC ZZZZZZ9.
01 NbAttenteAffiche    PIC ZZZZZZ9.
01 NbValideesAffiche   PIC ZZZZZZ9.

PROCEDURE DIVISION.
    OPEN OUTPUT GenReportFile
        WRITE GenReportLine
    ELSE
        PERFORM 1100-CALCULER-DERNIER-JOUR
        PERFORM 1200-CHARGER-OPERATEURS
        PERFORM 1300-CHARGER-ATTENTES
        PERFORM 1400-CHARGER-VALIDATIONS
        PERFORM 1500-CHARGER-TAUX-CHANGE
        ACCEPT DateDuJour FROM DATE YYYYMMDD
        OPEN OUTPUT GenereFile
        OPEN EXTEND AttenteFile
        PERFORM 2000-TRAITER-ORDRES
        CLOSE AttenteFile
        CLOSE GenereFile
        PERFORM 3000-IMPRIMER-RECAPITULATIF
    END-IF
            END-IF
    END-EVALUATE.

*> ----------------------------------------------------------------
*> 1200-CHARGER-OPERATEURS : charge en table le referentiel des
*> operateurs, comme TxnMaint ; absent, on l'annonce dans
*> generation_report.txt et aucun ordre ne sera emis.
*> ----------------------------------------------------------------
1200-CHARGER-OPERATEURS.
    OPEN INPUT OpRefFile
    IF OpRefFileTrouve
        SET RefOperateursCharge TO TRUE
        PERFORM 1210-LIRE-UN-OPERATEUR UNTIL EOFOpRef = 'Y'
    END-IF
    CLOSE OpRefFile

    IF NOT RefOperateursCharge
        MOVE "REFERENTIEL OPERATEURS ABSENT : AUCUN ORDRE EMIS"
            TO GenReportLine
        WRITE GenReportLine
        SET DesAnomaliesDetectees TO TRUE
    END-IF
    IF RefOperateursTronque
        MOVE "REFERENTIEL OPERATEURS TRONQUE A 100 CODES"
            TO GenReportLine
        WRITE GenReportLine
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
*> validation, comme TxnMaint ; les ordres de StandingOrder en
*> attente ou deja confirmes (ligne L) sont mis en table, les
*> confirmes restant valables pour les echeances suivantes.
*> ----------------------------------------------------------------
1300-CHARGER-ATTENTES.
    OPEN INPUT AttenteFile
    IF AttenteFileTrouve
        PERFORM 1310-LIRE-UNE-ATTENTE UNTIL EOFAttentes = 'Y'
    END-IF
    CLOSE AttenteFile

    IF AttentesPleines
        SET DesAnomaliesDetectees TO TRUE
        MOVE "ORDRES SOUMIS A VALIDATION AU-DELA DE 500 : SURPLUS IGNORE"
            TO GenReportLine
        WRITE GenReportLine
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
*> ligne R ; les ordres confirmes gardent la leur).
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
*> operateurs (Oper Vnnnnn) et retient, pour chaque ordre en
*> attente, la premiere confirmation recevable, comme TxnMaint.
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
*> saisi l'ordre.
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
        MOVE SPACES TO GenReportLine
        STRING "VALIDATION " DELIMITED BY SIZE
               ValReferenceLue DELIMITED BY SIZE
               " PAR " DELIMITED BY SIZE
               ValOperateurLu DELIMITED BY SPACE
               " : REFUSEE (" DELIMITED BY SIZE
               MotifValidation DELIMITED BY "  "
               ")" DELIMITED BY SIZE
               INTO GenReportLine
        WRITE GenReportLine
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
*> 1550-CONVERTIR-EN-BASE : convertit le montant de l'ordre en
*> devise de base au taux de la date d'exploitation, comme le fait
*> MonthClose ; sans taux, le montant d'origine est retenu tel quel.
*> ----------------------------------------------------------------
1550-CONVERTIR-EN-BASE.
    COMPUTE MontantOrdre = FUNCTION NUMVAL(OrdreMontantTxte)
    MOVE 'N' TO TauxExisteSw
    IF OrdreDevise = DeviseBase
        SET TauxExiste TO TRUE
        MOVE 1 TO TauxCourant
    ELSE
        SET TauxIdx TO 1
        SEARCH TauxEntry
            AT END
                CONTINUE
            WHEN TauxDate (TauxIdx) = DateGeneration
             AND TauxDevise (TauxIdx) = OrdreDevise
                SET TauxExiste TO TRUE
                MOVE TauxValeur (TauxIdx) TO TauxCourant
        END-SEARCH
    END-IF

    IF TauxExiste
        COMPUTE MontantBase ROUNDED = MontantOrdre * TauxCourant
    ELSE
        MOVE MontantOrdre TO MontantBase
    END-IF.

*> ----------------------------------------------------------------
*> 2000-TRAITER-ORDRES : lit chaque ordre permanent et decide de son
*> sort pour la date d'exploitation.
                ADD 1 TO NbMalFormees
                SET DesAnomaliesDetectees TO TRUE
                MOVE SPACES TO GenReportLine
                STRING OrdreLigne(1:90) DELIMITED BY SIZE
                       " *** ORDRE MAL FORME" DELIMITED BY SIZE
                       INTO GenReportLine
                WRITE GenReportLine
*> ----------------------------------------------------------------
2200-ANALYSER-ORDRE.
    SET OrdreEstValide TO TRUE
    MOVE SPACES TO OrdreOperateur OrdreContenu
    MOVE 0 TO NbCarOperateur
    MOVE 1 TO PositionOperateur
    UNSTRING OrdreLigne DELIMITED BY SPACE
        INTO OrdreOperateur COUNT IN NbCarOperateur
        WITH POINTER PositionOperateur
    END-UNSTRING
    IF PositionOperateur NOT > LENGTH OF OrdreLigne
        MOVE OrdreLigne(PositionOperateur:) TO OrdreContenu
    END-IF

    MOVE SPACES TO OrdreRef OrdreDesc OrdreCategorie OrdreMontantTxte
                   OrdreDevise OrdreJourTxte OrdreDebut OrdreFin
                   OrdreCentre
    MOVE 0 TO NbCarRef NbCarDesc NbCarCategorie NbCarMontant
              NbCarDevise NbCarJour NbCarDebut NbCarFin NbCarCentre

    UNSTRING OrdreContenu DELIMITED BY SPACE
        INTO OrdreRef        COUNT IN NbCarRef,
             OrdreDesc       COUNT IN NbCarDesc,
             OrdreCategorie  COUNT IN NbCarCategorie,
*> laisserait un espace qui tronquerait le TransID a l'emission —
*> le meme chaque mois, donc rejete en double par DailyPost des le
*> deuxieme mois sans que l'echeance ne parte jamais.
    IF NbCarOperateur = 0 OR NbCarOperateur > 8
       OR NbCarRef NOT = 3 OR NbCarDesc = 0 OR NbCarCategorie = 0
       OR NbCarMontant = 0 OR NbCarDevise = 0 OR NbCarJour = 0
       OR NbCarDebut = 0 OR NbCarFin = 0
        SET OrdreEstInvalide TO TRUE
*> ----------------------------------------------------------------
*> 2300-DECIDER-ECHEANCE : l'ordre est-il du a la date demandee ?
*> Hors de ses bornes : HORS PERIODE. Jour du mois different (apres
*> rabattement sur le dernier jour du mois) : PAS LE JOUR. Un ordre
*> du dont l'operateur n'est pas habilite n'est pas emis, ni un
*> ordre au-dela du seuil qui n'a pas encore ete confirme par un
*> second operateur. Sinon la ligne journaliere est emise.
*> ----------------------------------------------------------------
2300-DECIDER-ECHEANCE.
    MOVE SPACES TO MotifGeneration ReferenceEnCours OrdreValideur
    MOVE 0 TO MotifLongueur
    IF DateGeneration < OrdreDebut OR DateGeneration > OrdreFin
        MOVE "HORS PERIODE" TO MotifGeneration
        END-IF
    END-IF

    IF MotifGeneration = SPACES
        PERFORM 2320-CONTROLER-OPERATEUR
    END-IF
    IF MotifGeneration = SPACES
        PERFORM 1550-CONVERTIR-EN-BASE
        IF MontantBase < 0
            COMPUTE MontantBase = MontantBase * -1
        END-IF
        IF MontantBase > SeuilMontant
            PERFORM 2340-CONTROLER-CONFIRMATION
        END-IF
    END-IF

    IF MotifGeneration = SPACES
        PERFORM 2400-EMETTRE-LIGNE
    ELSE
        ADD 1 TO NbIgnorees
        MOVE SPACES TO GenReportLine
        STRING OrdreOperateur DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               OrdreRef DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               OrdreDesc DELIMITED BY SPACE
               " : NON EMISE (" DELIMITED BY SIZE
        WRITE GenReportLine
    END-IF.

*> ----------------------------------------------------------------
*> 2320-CONTROLER-OPERATEUR : l'operateur de l'ordre doit etre
*> connu, actif et habilite a la saisie.
*> ----------------------------------------------------------------
2320-CONTROLER-OPERATEUR.
    PERFORM 2390-NOTER-OPERATEUR
    MOVE OrdreOperateur TO OperateurCherche
    PERFORM 1220-CHERCHER-OPERATEUR
    EVALUATE TRUE
        WHEN NOT RefOperateursCharge
            MOVE "REFERENTIEL OPERATEURS ABSENT" TO MotifGeneration
            MOVE 29 TO MotifLongueur
        WHEN OperateurInconnu
            MOVE "OPERATEUR INCONNU" TO MotifGeneration
            MOVE 17 TO MotifLongueur
        WHEN OperateurTrouveInactif
            MOVE "OPERATEUR INACTIF" TO MotifGeneration
            MOVE 17 TO MotifLongueur
        WHEN NOT RoleSaisieAccorde
            MOVE "ROLE SAISIE NON ACCORDE" TO MotifGeneration
            MOVE 23 TO MotifLongueur
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    IF MotifGeneration NOT = SPACES
        SET DesAnomaliesDetectees TO TRUE
    END-IF.

*> ----------------------------------------------------------------
*> 2340-CONTROLER-CONFIRMATION : ordre au-dela du seuil ; il part si
*> son contenu a deja ete confirme (ligne L), ou s'il vient de
*> l'etre (la ligne L est alors inscrite) ; en attente de
*> confirmation, il ne part pas ; jamais soumis sous ce contenu, il
*> est inscrit en attente.
*> ----------------------------------------------------------------
2340-CONTROLER-CONFIRMATION.
    SET AtpIdx TO 1
    SEARCH AttenteEntry
        AT END
            PERFORM 2360-METTRE-EN-ATTENTE
        WHEN AtpCle (AtpIdx) = OrdreRef
         AND AtpContenu (AtpIdx) = OrdreContenu
         AND (AtpEtat (AtpIdx) = 'E' OR AtpEtat (AtpIdx) = 'L')
            IF AtpEtat (AtpIdx) = 'E'
                IF AtpValideur (AtpIdx) = SPACES
                    MOVE AtpReference (AtpIdx) TO ReferenceAttente
                    PERFORM 2370-MOTIF-ATTENTE
                ELSE
                    PERFORM 2350-SOLDER-ATTENTE
                END-IF
            END-IF
    END-SEARCH.

*> ----------------------------------------------------------------
*> 2350-SOLDER-ATTENTE : l'ordre en attente (AtpIdx) vient d'etre
*> confirme ; une ligne L au registre le libere pour cette echeance
*> et les suivantes.
*> ----------------------------------------------------------------
2350-SOLDER-ATTENTE.
    ADD 1 TO NbValidationsAppliquees
    MOVE AtpReference (AtpIdx) TO ReferenceEnCours
    MOVE AtpValideur (AtpIdx) TO OrdreValideur
    MOVE SPACES TO AttenteLigne
    SET AttLiberee TO TRUE
    MOVE ReferenceEnCours TO AttReference
    MOVE ProgrammeAttente TO AttProgramme
    MOVE OrdreRef TO AttCle
    MOVE OrdreValideur TO AttOperateur
    MOVE DateDuJour TO AttDate
    MOVE OrdreContenu TO AttContenu
    MOVE 'L' TO AtpEtat (AtpIdx)
    WRITE AttenteLigne.

*> ----------------------------------------------------------------
*> 2360-METTRE-EN-ATTENTE : inscrit l'ordre au registre des attentes
*> de validation sous la reference suivante.
*> ----------------------------------------------------------------
2360-METTRE-EN-ATTENTE.
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
    MOVE OrdreRef TO AttCle
    MOVE OrdreOperateur TO AttOperateur
    MOVE DateDuJour TO AttDate
    MOVE OrdreContenu TO AttContenu
    PERFORM 1320-RANGER-ATTENTE
    WRITE AttenteLigne
    ADD 1 TO NbMisesEnAttente
    PERFORM 2370-MOTIF-ATTENTE.

2370-MOTIF-ATTENTE.
    MOVE SPACES TO MotifGeneration
    STRING "EN ATTENTE VALIDATION " DELIMITED BY SIZE
           ReferenceAttente DELIMITED BY SIZE
           INTO MotifGeneration
    MOVE 28 TO MotifLongueur.

*> ----------------------------------------------------------------
*> 2390-NOTER-OPERATEUR : retient l'operateur du run pour le journal
*> des executions (MULTIPLE si les ordres dus en portent plusieurs).
*> ----------------------------------------------------------------
2390-NOTER-OPERATEUR.
    IF OperateurJournal = SPACES
        MOVE OrdreOperateur TO OperateurJournal
    ELSE
        IF OperateurJournal NOT = OrdreOperateur
            MOVE "MULTIPLE" TO OperateurJournal
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> 2400-EMETTRE-LIGNE : ecrit la ligne due au format journalier
*> standard. Le TransID P + REF + MM est le meme d'une generation a
    WRITE GenereLigne

    MOVE SPACES TO GenReportLine
    MOVE 1 TO PosRapport
    STRING OrdreOperateur DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           OrdreRef DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           OrdreDesc DELIMITED BY SPACE
           " : EMISE SOUS " DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           OrdreDevise DELIMITED BY SPACE
           INTO GenReportLine
           WITH POINTER PosRapport
    IF OrdreValideur NOT = SPACES
        STRING " (VALIDATION " DELIMITED BY SIZE
               ReferenceEnCours DELIMITED BY SIZE
               " PAR " DELIMITED BY SIZE
               OrdreValideur DELIMITED BY SPACE
               ")" DELIMITED BY SIZE
               INTO GenReportLine
               WITH POINTER PosRapport
    END-IF
    WRITE GenReportLine.

*> ----------------------------------------------------------------
           INTO GenReportLine
    WRITE GenReportLine

    IF NbMisesEnAttente > 0
        MOVE NbMisesEnAttente TO NbAffiche
        MOVE SPACES TO GenReportLine
        STRING "MISES EN ATTENTE  : " DELIMITED BY SIZE
               NbAffiche DELIMITED BY SIZE
               INTO GenReportLine
        WRITE GenReportLine
    END-IF

    IF NbMalFormees > 0
        MOVE NbMalFormees TO NbAffiche
        MOVE SPACES TO GenReportLine
    MOVE NbEmises TO NbEmisesAffiche
    MOVE NbIgnorees TO NbIgnoreesAffiche
    MOVE NbMalFormees TO NbMalFormeesAffiche
    MOVE NbMisesEnAttente TO NbAttenteAffiche
    MOVE NbValidationsAppliquees TO NbValideesAffiche
    IF OperateurJournal = SPACES
        MOVE "AUCUN" TO OperateurJournal
    END-IF
    IF DesAnomaliesDetectees
        MOVE "ERR " TO CodeRetourRun
    ELSE
           NbIgnoreesAffiche DELIMITED BY SIZE
           " MALFORMES=" DELIMITED BY SIZE
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
