*> Applique les decisions du superviseur aux transactions retenues en
*> suspens par SimpleAudit (audit_suspens.txt). Les decisions sont
*> lues dans dispo_decisions.txt, une par ligne, champs separes par
*> des espaces, Oper etant le code de l'operateur qui decide :
*>   Oper TranID A   (approuvee : a liberer dans le prochain extrait GL)
*>   Oper TranID R   (rejetee : part au rejet definitif)
*> L'operateur doit figurer au referentiel operateurs_ref.txt (voir
*> opref.cpy), actif et habilite a la validation. La decision sur
*> un suspens dont le montant en devise de base depasse le seuil
*> d'exception de SimpleAudit n'est pas appliquee : elle est
*> inscrite en attente au registre attentes_validation.txt (voir
*> attval.cpy) sous une reference Vnnnnn et ne l'est qu'au premier
*> passage qui suit sa confirmation, dans validations.txt (ligne
*> "Oper Vnnnnn"), par un second operateur different, actif et
*> habilite a la validation.
*> Les suspens approuves sont reecrits au format journalier standard
*> dans suspens_approuves.txt, que SimpleAudit reverse dans l’extrait
*> GL de son prochain run puis vide ; les rejetes partent, avec leur
    SELECT OPTIONAL DateExpFile ASSIGN TO 'date_exploitation.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DateExpStatus.
*> referentiel des operateurs et de leurs roles, comme dans
*> TxnMaint ; absent, aucune decision n'est appliquee.
    SELECT OPTIONAL OpRefFile ASSIGN TO 'operateurs_ref.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OpRefStatus.
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
01 DispoReportLine PIC X(120).

FD AuditLogFile.
01 AuditLogLine    PIC X(132).

FD BatchCtlFile.
01 BatchCtlLigne   PIC X(40).
FD DateExpFile.
01 DateExpLigne    PIC X(40).

FD OpRefFile.
COPY "opref.cpy".

FD AttenteFile.
COPY "attval.cpy".

FD ValidationFile.
01 ValidationLigne PIC X(40).

WORKING-STORAGE SECTION.
01 SuspensStatus   PIC XX VALUE SPACES.
    88 SuspensFileTrouve VALUE '00'.
    05 DecisionEntry OCCURS 500 TIMES INDEXED BY DecIdx.
        10 DecTranID   PIC X(06) VALUE SPACES.
        10 DecCode     PIC X(01) VALUE SPACES.
        10 DecOperateur PIC X(08) VALUE SPACES.
01 DecisionsPleinesSw PIC X VALUE 'N'.
    88 DecisionsPleines VALUE 'O'.
01 DecOperateurLu  PIC X(08) VALUE SPACES.
01 DecTranIDLu     PIC X(06) VALUE SPACES.
01 DecCodeLu       PIC X(01) VALUE SPACES.
01 NbCarDecOperateur PIC 9(02) VALUE 0.
01 NbCarDecTranID  PIC 9(02) VALUE 0.
01 NbCarDecCode    PIC 9(02) VALUE 0.

01 NbCarSuspContra PIC 9(02) VALUE 0.
01 NbCarSuspChamp8 PIC 9(02) VALUE 0.
01 DecisionTrouvee PIC X(01) VALUE SPACES.
*> operateur de la decision appliquee et, pour une decision soumise
*> a double validation, sa reference et le second operateur
01 DecisionOperateur PIC X(08) VALUE SPACES.
01 DecisionValideur PIC X(08) VALUE SPACES.
01 ReferenceEnCours PIC X(06) VALUE SPACES.
01 MotifDecision   PIC X(30) VALUE SPACES.
01 PosRapport      PIC 9(03) VALUE 1.

*> referentiel des operateurs, charge au demarrage comme dans
*> TxnMaint : l'operateur d'une decision doit y etre actif et
*> habilite a la validation, comme le second operateur d'une double
*> validation, qui doit en outre etre different du premier.
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

*> double validation, comme dans TxnMaint : le montant du suspens
*> est deja en devise de base.
01 SeuilMontant    PIC S9(5)V99 VALUE 5000.00.
01 MontantBase     PIC S9(7)V99 VALUE 0.
01 ProgrammeAttente PIC X(12) VALUE 'SUSPDISPO'.
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
01 NbMisesEnAttente PIC 9(07) VALUE 0.
01 NbValidationsAppliquees PIC 9(07) VALUE 0.

01 NbSuspensLus    PIC 9(07) VALUE 0.
01 NbLiberees      PIC 9(07) VALUE 0.
01 NbLibereesAffiche   PIC ZZZZZZ9.
01 NbRejeteesAffiche   PIC ZZZZZZ9.
01 NbRestantesAffiche  PIC ZZZZZZ9.
01 NbAttenteAffiche    PIC ZZZZZZ9.
01 NbValideesAffiche   PIC ZZZZZZ9.

PROCEDURE DIVISION.
    PERFORM 0100-CONTROLER-ENCHAINEMENT

    OPEN OUTPUT DispoReportFile

    PERFORM 1200-CHARGER-OPERATEURS
    PERFORM 1300-CHARGER-ATTENTES
    PERFORM 1400-CHARGER-VALIDATIONS
    PERFORM 1000-CHARGER-DECISIONS
    OPEN EXTEND AttenteFile
    PERFORM 2000-TRAITER-SUSPENS
    CLOSE AttenteFile

    CLOSE DispoReportFile

        AT END
            MOVE 'Y' TO EOFDecisions
        NOT AT END
            MOVE SPACES TO DecOperateurLu DecTranIDLu DecCodeLu
            MOVE 0 TO NbCarDecOperateur NbCarDecTranID NbCarDecCode
            UNSTRING DecisionLine DELIMITED BY SPACE
                INTO DecOperateurLu COUNT IN NbCarDecOperateur,
                     DecTranIDLu COUNT IN NbCarDecTranID,
                     DecCodeLu   COUNT IN NbCarDecCode
            END-UNSTRING
            IF NbCarDecOperateur = 0 OR NbCarDecOperateur > 8
               OR NbCarDecTranID = 0 OR NbCarDecCode = 0
               OR (DecCodeLu NOT = 'A' AND DecCodeLu NOT = 'R')
                SET DesAnomaliesDetectees TO TRUE
                MOVE SPACES TO DispoReportLine
                    SET DecIdx TO NbDecisions
                    MOVE DecTranIDLu TO DecTranID (DecIdx)
                    MOVE DecCodeLu TO DecCode (DecIdx)
                    MOVE DecOperateurLu TO DecOperateur (DecIdx)
                ELSE
                    SET DecisionsPleines TO TRUE
                END-IF
            END-IF
    END-READ.

*> ----------------------------------------------------------------
*> 1200-CHARGER-OPERATEURS : charge en table le referentiel des
*> operateurs, comme TxnMaint ; absent, on l'annonce dans
*> dispo_report.txt et aucune decision ne sera appliquee.
*> ----------------------------------------------------------------
1200-CHARGER-OPERATEURS.
    OPEN INPUT OpRefFile
    IF OpRefFileTrouve
        SET RefOperateursCharge TO TRUE
        PERFORM 1210-LIRE-UN-OPERATEUR UNTIL EOFOpRef = 'Y'
    END-IF
    CLOSE OpRefFile

    IF NOT RefOperateursCharge
        MOVE "REFERENTIEL OPERATEURS ABSENT : AUCUNE DECISION APPLIQUEE"
            TO DispoReportLine
        WRITE DispoReportLine
        SET DesAnomaliesDetectees TO TRUE
    END-IF
    IF RefOperateursTronque
        MOVE "REFERENTIEL OPERATEURS TRONQUE A 100 CODES"
            TO DispoReportLine
        WRITE DispoReportLine
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
*> validation, comme TxnMaint ; les decisions de SuspenseDispo
*> encore en attente sont mises en table.
*> ----------------------------------------------------------------
1300-CHARGER-ATTENTES.
    OPEN INPUT AttenteFile
    IF AttenteFileTrouve
        PERFORM 1310-LIRE-UNE-ATTENTE UNTIL EOFAttentes = 'Y'
    END-IF
    CLOSE AttenteFile

    IF AttentesPleines
        MOVE "ATTENTES DE VALIDATION AU-DELA DE 500 : SURPLUS IGNORE"
            TO DispoReportLine
        WRITE DispoReportLine
        SET DesAnomaliesDetectees TO TRUE
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
*> dans la premiere place libre.
*> ----------------------------------------------------------------
1320-RANGER-ATTENTE.
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
*> 1400-CHARGER-VALIDATIONS : lit les confirmations des seconds
*> operateurs (Oper Vnnnnn) et retient, pour chaque decision en
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
*> actif, habilite a la validation et different de celui qui a pris
*> la decision.
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
        MOVE SPACES TO DispoReportLine
        STRING "VALIDATION " DELIMITED BY SIZE
               ValReferenceLue DELIMITED BY SIZE
               " PAR " DELIMITED BY SIZE
               ValOperateurLu DELIMITED BY SPACE
               " : REFUSEE (" DELIMITED BY SIZE
               MotifValidation DELIMITED BY "  "
               ")" DELIMITED BY SIZE
               INTO DispoReportLine
        WRITE DispoReportLine
    END-IF.

*> ----------------------------------------------------------------
*> 2000-TRAITER-SUSPENS : relit le fichier de suspens, applique la
*> decision de chaque TranID statue, et reecrit les suspens restants
        MOVE SPACES TO SuspContra
    END-IF

*> une decision deja en attente de validation pour ce TranID prime
*> sur celles du jour : elle est appliquee si un second operateur
*> l'a confirmee, et le suspens reste en place sinon.
    MOVE SPACES TO DecisionTrouvee DecisionOperateur DecisionValideur
                   ReferenceEnCours
    SET AtpIdx TO 1
    SEARCH AttenteEntry
        AT END
            PERFORM 2250-CONTROLER-DECISION
        WHEN AtpCle (AtpIdx) = SuspTranID
         AND AtpEtat (AtpIdx) = 'E'
            PERFORM 2260-REPRENDRE-ATTENTE
    END-SEARCH

    EVALUATE DecisionTrouvee
            PERFORM 2400-REJETER-SUSPENS
        WHEN OTHER
            PERFORM 2500-CONSERVER-SUSPENS
    END-EVALUATE

    IF DecisionValideur NOT = SPACES AND DecisionTrouvee NOT = SPACES
        PERFORM 2270-SOLDER-ATTENTE
    END-IF.

*> ----------------------------------------------------------------
*> 2250-CONTROLER-DECISION : cherche la decision du jour pour le
*> TranID ; l'operateur doit etre connu, actif et habilite a la
*> validation, sinon la decision est refusee et le suspens reste en
*> place. Au-dela du seuil, la decision est mise en attente d'un
*> second operateur.
*> ----------------------------------------------------------------
2250-CONTROLER-DECISION.
    SET DecIdx TO 1
    SEARCH DecisionEntry
        AT END
            CONTINUE
        WHEN DecTranID (DecIdx) = SuspTranID
            MOVE DecCode (DecIdx) TO DecisionTrouvee
            MOVE DecOperateur (DecIdx) TO DecisionOperateur
    END-SEARCH

    IF DecisionTrouvee NOT = SPACES
        PERFORM 2280-NOTER-OPERATEUR
        MOVE SPACES TO MotifDecision
        MOVE DecisionOperateur TO OperateurCherche
        PERFORM 1220-CHERCHER-OPERATEUR
        EVALUATE TRUE
            WHEN NOT RefOperateursCharge
                MOVE "REFERENTIEL OPERATEURS ABSENT" TO MotifDecision
            WHEN OperateurInconnu
                MOVE "OPERATEUR INCONNU" TO MotifDecision
            WHEN OperateurTrouveInactif
                MOVE "OPERATEUR INACTIF" TO MotifDecision
            WHEN NOT RoleValidationAccorde
                MOVE "ROLE VALIDATION NON ACCORDE" TO MotifDecision
            WHEN OTHER
                CONTINUE
        END-EVALUATE

        IF MotifDecision NOT = SPACES
            SET DesAnomaliesDetectees TO TRUE
            MOVE SPACES TO DispoReportLine
            STRING DecisionOperateur DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   SuspTranID DELIMITED BY SPACE
                   " : DECISION REFUSEE (" DELIMITED BY SIZE
                   MotifDecision DELIMITED BY "  "
                   ")" DELIMITED BY SIZE
                   INTO DispoReportLine
            WRITE DispoReportLine
            MOVE SPACES TO DecisionTrouvee
        ELSE
            MOVE 0 TO MontantBase
            IF FUNCTION TEST-NUMVAL(SuspMontantTxte) = 0
                COMPUTE MontantBase = FUNCTION NUMVAL(SuspMontantTxte)
            END-IF
            IF MontantBase < 0
                COMPUTE MontantBase = MontantBase * -1
            END-IF
            IF MontantBase > SeuilMontant
                PERFORM 2290-METTRE-EN-ATTENTE
                MOVE SPACES TO DecisionTrouvee
            END-IF
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> 2260-REPRENDRE-ATTENTE : la decision en attente (AtpIdx) est
*> appliquee si elle a ete confirmee ; sinon le suspens reste en
*> place et l'attente est rappelee au compte rendu.
*> ----------------------------------------------------------------
2260-REPRENDRE-ATTENTE.
    MOVE AtpReference (AtpIdx) TO ReferenceEnCours
    MOVE AtpOperateur (AtpIdx) TO DecisionOperateur
    IF AtpValideur (AtpIdx) NOT = SPACES
        MOVE AtpValideur (AtpIdx) TO DecisionValideur
        MOVE SPACES TO DecTranIDLu DecCodeLu
        UNSTRING AtpContenu (AtpIdx) DELIMITED BY SPACE
            INTO DecTranIDLu, DecCodeLu
        END-UNSTRING
        MOVE DecCodeLu TO DecisionTrouvee
        PERFORM 2280-NOTER-OPERATEUR
    ELSE
        MOVE SPACES TO DispoReportLine
        STRING DecisionOperateur DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               SuspTranID DELIMITED BY SPACE
               " : EN ATTENTE VALIDATION " DELIMITED BY SIZE
               ReferenceEnCours DELIMITED BY SIZE
               INTO DispoReportLine
        WRITE DispoReportLine
    END-IF.

*> ----------------------------------------------------------------
*> 2270-SOLDER-ATTENTE : la decision confirmee vient d'etre
*> appliquee ; une ligne L au registre solde la reference.
*> ----------------------------------------------------------------
2270-SOLDER-ATTENTE.
    ADD 1 TO NbValidationsAppliquees
    MOVE SPACES TO AttenteLigne
    SET AttLiberee TO TRUE
    MOVE ReferenceEnCours TO AttReference
    MOVE ProgrammeAttente TO AttProgramme
    MOVE SuspTranID TO AttCle
    MOVE DecisionValideur TO AttOperateur
    MOVE DateDuJour TO AttDate
    MOVE AtpContenu (AtpIdx) TO AttContenu
    MOVE 'L' TO AtpEtat (AtpIdx)
    WRITE AttenteLigne.

*> ----------------------------------------------------------------
*> 2280-NOTER-OPERATEUR : retient l'operateur du passage pour le
*> journal des executions (MULTIPLE si plusieurs ont decide).
*> ----------------------------------------------------------------
2280-NOTER-OPERATEUR.
    IF OperateurJournal = SPACES
        MOVE DecisionOperateur TO OperateurJournal
    ELSE
        IF OperateurJournal NOT = DecisionOperateur
            MOVE "MULTIPLE" TO OperateurJournal
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> 2290-METTRE-EN-ATTENTE : inscrit la decision du jour au registre
*> des attentes de validation sous la reference suivante.
*> ----------------------------------------------------------------
2290-METTRE-EN-ATTENTE.
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
    MOVE SuspTranID TO AttCle
    MOVE DecisionOperateur TO AttOperateur
    MOVE DateDuJour TO AttDate
    STRING SuspTranID DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           DecisionTrouvee DELIMITED BY SIZE
           INTO AttContenu
    PERFORM 1320-RANGER-ATTENTE
    WRITE AttenteLigne

    ADD 1 TO NbMisesEnAttente
    MOVE SPACES TO DispoReportLine
    STRING DecisionOperateur DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           SuspTranID DELIMITED BY SPACE
           " : EN ATTENTE VALIDATION " DELIMITED BY SIZE
           ReferenceAttente DELIMITED BY SIZE
           INTO DispoReportLine
    WRITE DispoReportLine.

*> ----------------------------------------------------------------
*> 2300-LIBERER-SUSPENS : le superviseur approuve ; la transaction
           INTO ReleaseLine
    WRITE ReleaseLine
    MOVE SPACES TO DispoReportLine
    MOVE 1 TO PosRapport
    STRING DecisionOperateur DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           SuspTranID DELIMITED BY SPACE
           " : LIBEREE VERS L'EXTRAIT GL" DELIMITED BY SIZE
           INTO DispoReportLine
           WITH POINTER PosRapport
    PERFORM 2600-COMPLETER-VALIDATION
    WRITE DispoReportLine.

*> ----------------------------------------------------------------
    MOVE SuspensLine TO RejetLine
    WRITE RejetLine
    MOVE SPACES TO DispoReportLine
    MOVE 1 TO PosRapport
    STRING DecisionOperateur DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           SuspTranID DELIMITED BY SPACE
           " : REJETEE DEFINITIVEMENT" DELIMITED BY SIZE
           INTO DispoReportLine
           WITH POINTER PosRapport
    PERFORM 2600-COMPLETER-VALIDATION
    WRITE DispoReportLine.

*> ----------------------------------------------------------------
    MOVE SuspensLine TO SuspensTempLine
    WRITE SuspensTempLine.

*> ----------------------------------------------------------------
*> 2600-COMPLETER-VALIDATION : complete la ligne de compte rendu
*> d'une decision confirmee par sa reference et le second operateur.
*> ----------------------------------------------------------------
2600-COMPLETER-VALIDATION.
    IF DecisionValideur NOT = SPACES
        STRING " (VALIDATION " DELIMITED BY SIZE
               ReferenceEnCours DELIMITED BY SIZE
               " PAR " DELIMITED BY SIZE
               DecisionValideur DELIMITED BY SPACE
               ")" DELIMITED BY SIZE
               INTO DispoReportLine
               WITH POINTER PosRapport
    END-IF.

*> ----------------------------------------------------------------
*> 3950-ECRIRE-JOURNAL-EXECUTION : ajoute une ligne au journal
*> permanent des executions, comme le fait SimpleAudit.
    MOVE NbLiberees TO NbLibereesAffiche
    MOVE NbRejetees TO NbRejeteesAffiche
    MOVE NbSansDecision TO NbRestantesAffiche
    MOVE NbMisesEnAttente TO NbAttenteAffiche
    MOVE NbValidationsAppliquees TO NbValideesAffiche
    IF OperateurJournal = SPACES
        MOVE "AUCUN" TO OperateurJournal
    END-IF
    IF DesAnomaliesDetectees
        MOVE "ERR " TO CodeRetourRun
    ELSE
           NbRejeteesAffiche DELIMITED BY SIZE
           " RESTANTES=" DELIMITED BY SIZE
           NbRestantesAffiche DELIMITED BY SIZE
           " OP=" DELIMITED BY SIZE
           OperateurJournal DELIMITED BY SIZE
           " ATT=" DELIMITED BY SIZE
           NbAttenteAffiche DELIMITED BY SIZE
           " VAL=" DELIMITED BY SIZE
           NbValideesAffiche DELIMITED BY SIZE
           " STATUT=" DELIMITED BY SIZE
           CodeRetourRun DELIMITED BY SIZE
           INTO AuditLogLine
