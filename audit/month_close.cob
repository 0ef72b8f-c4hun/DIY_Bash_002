*> une correction TxnMaint de reecrire l’historique d’une periode
*> deja rapportee au GL.
*>
*> La periode a cloturer est lue dans close_params.txt, precedee du
*> code de l'operateur qui demande la cloture :
*>   OPER AAAA-MM
*> L'operateur doit figurer au referentiel operateurs_ref.txt (voir
*> opref.cpy), actif et habilite a la cloture ; sinon rien n'est
*> touche. Le programme :
*>   1. refuse de cloturer une periode deja presente dans
*>      periodes_closes.txt ;
*>   2. balaye le fichier maitre dans l’ordre des cles en deux
*>   4. inscrit la periode dans periodes_closes.txt, que TxnMaint
*>      consulte pour rejeter tout mouvement sur une periode close
*>      avec son propre code resultat.
*> Chaque enregistrement retire du maitre par la seconde passe est
*> inscrit au journal permanent des modifications du fichier maitre,
*> journal_maitre.txt (voir chgjrn.cpy), avec son image avant et
*> l'operateur de la cloture.
*> ------------------------------------------------------------------

ENVIRONMENT DIVISION.
        FILE STATUS IS TauxStatus.
    SELECT OPTIONAL AuditLogFile ASSIGN TO 'audit_run_log.txt'
        ORGANIZATION IS LINE SEQUENTIAL.
*> journal permanent des modifications du fichier maitre, comme dans
*> TxnMaint ; ouvert en ajout, jamais reecrit.
    SELECT OPTIONAL JournalMaitreFile ASSIGN TO 'journal_maitre.txt'
        ORGANIZATION IS LINE SEQUENTIAL.
*> etat partage de l'enchainement batch, comme dans SimpleAudit :
*> DEBUT au demarrage, FIN en fin de run, refus si la cloture a deja
*> tourne pour la date d'exploitation (voir
    SELECT OPTIONAL DateExpFile ASSIGN TO 'date_exploitation.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DateExpStatus.
*> referentiel des operateurs et de leurs roles, comme dans
*> TxnMaint ; absent, la cloture est refusee.
    SELECT OPTIONAL OpRefFile ASSIGN TO 'operateurs_ref.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OpRefStatus.

DATA DIVISION.
FILE SECTION.
01 TauxLigne       PIC X(40).

FD AuditLogFile.
01 AuditLogLine    PIC X(132).

FD JournalMaitreFile.
COPY "chgjrn.cpy".

FD BatchCtlFile.
01 BatchCtlLigne   PIC X(40).
FD DateExpFile.
01 DateExpLigne    PIC X(40).

FD OpRefFile.
COPY "opref.cpy".

WORKING-STORAGE SECTION.
01 CloseParamStatus PIC XX VALUE SPACES.
    88 CloseParamTrouve VALUE '00'.
01 EOFTaux         PIC X VALUE 'N'.

01 PeriodeACloturer PIC X(07) VALUE SPACES.
*> operateur qui demande la cloture, en tete de la carte parametre,
*> et sa fiche au referentiel des operateurs
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
01 PeriodeValideSw PIC X VALUE 'N'.
    88 PeriodeValide VALUE 'O'.
01 PeriodeDejaCloseSw PIC X VALUE 'N'.
*> carte parametre mal saisie sans ouvrir le source.
01 MotifRefus          PIC X(30) VALUE SPACES.

*> journal des modifications du fichier maitre, comme dans TxnMaint
01 ProgrammeJournal    PIC X(12) VALUE 'MONTHCLOSE'.

PROCEDURE DIVISION.
    PERFORM 1000-LIRE-PERIODE
    IF NOT PeriodeValide
        STOP RUN
    END-IF

    PERFORM 1050-CONTROLER-OPERATEUR
    IF MotifRefus NOT = SPACES
        SET DesAnomaliesDetectees TO TRUE
        PERFORM 5950-ECRIRE-JOURNAL-EXECUTION
        STOP RUN
    END-IF

    PERFORM 1100-CONTROLER-DEJA-CLOSE
    IF PeriodeDejaClose
        MOVE "PERIODE DEJA CLOSE" TO MotifRefus
    CLOSE BatchCtlFile.

*> ----------------------------------------------------------------
*> 1000-LIRE-PERIODE : lit l'operateur et la periode a cloturer
*> (AAAA-MM) dans la carte parametre ; sans periode valide, rien
*> n’est touche.
*> ----------------------------------------------------------------
1000-LIRE-PERIODE.
    OPEN INPUT CloseParamFile
            AT END
                MOVE 'Y' TO EOFParam
            NOT AT END
                UNSTRING CloseParamLine DELIMITED BY SPACE
                    INTO CloseOperateur COUNT IN NbCarOperateur,
                         PeriodeACloturer
                END-UNSTRING
        END-READ
    END-IF
    CLOSE CloseParamFile
        SET PeriodeValide TO TRUE
    END-IF.

*> ----------------------------------------------------------------
*> 1050-CONTROLER-OPERATEUR : l'operateur de la carte parametre doit
*> figurer au referentiel des operateurs, actif et habilite a la
*> cloture ; positionne MotifRefus sinon.
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
*> 1100-CONTROLER-DEJA-CLOSE : une periode ne se cloture qu’une
*> fois ; la recloturer balaierait un fichier maitre deja vide de la
*> enregistrements de la periode qui viennent d’etre archives.
*> ----------------------------------------------------------------
2600-SUPPRIMER-PERIODE-DU-MAITRE.
    ACCEPT DateDuJour FROM DATE YYYYMMDD
    ACCEPT HeureDuJour FROM TIME
    ACCEPT UtilisateurRun FROM ENVIRONMENT "USER"
    IF UtilisateurRun = SPACES
        MOVE "INCONNU" TO UtilisateurRun
    END-IF
    OPEN EXTEND JournalMaitreFile

    MOVE 'N' TO EOFMaitre
    OPEN I-O TranMasterFile
    IF MasterFichierAbsent

    PERFORM 2700-SUPPRIMER-UNE-TRANSACTION UNTIL EOFMaitre = 'Y'

    CLOSE TranMasterFile
    CLOSE JournalMaitreFile.

*> ----------------------------------------------------------------
*> 2950-ABANDONNER-MAITRE-INDISPONIBLE : le fichier maitre s'est
            MOVE 'Y' TO EOFMaitre
        NOT AT END
            IF TranDate(1:7) = PeriodeACloturer
                MOVE SPACES TO JournalMaitreLigne
                MOVE TranMasterRecord TO JmaImageAvant
                DELETE TranMasterFile
                PERFORM 2750-JOURNALISER-SUPPRESSION
            END-IF
    END-READ.

*> ----------------------------------------------------------------
*> 2750-JOURNALISER-SUPPRESSION : inscrit au journal permanent
*> l'enregistrement archive puis retire du maitre, image apres a
*> blanc.
*> ----------------------------------------------------------------
2750-JOURNALISER-SUPPRESSION.
    MOVE DateDuJour TO JmaDateRun
    MOVE HeureDuJour TO JmaHeureRun
    MOVE ProgrammeJournal TO JmaProgramme
    MOVE CloseOperateur TO JmaUtilisateur
    SET JmaSuppression TO TRUE
    MOVE JmaAvTranID TO JmaTranID
    WRITE JournalMaitreLigne.

*> ----------------------------------------------------------------
*> 2300-CONVERTIR-EN-BASE : convertit TranMontant en devise de base
*> au taux de TranDate ; sans taux, le montant d’origine est cumule
           PeriodeACloturer DELIMITED BY SIZE
           INTO StatementLine
    WRITE StatementLine
    MOVE SPACES TO StatementLine
    STRING "CLOTUREE PAR L'OPERATEUR " DELIMITED BY SIZE
           CloseOperateur DELIMITED BY SIZE
           INTO StatementLine
    WRITE StatementLine
    MOVE "-----------------------------" TO StatementLine
    WRITE StatementLine

               PeriodeACloturer DELIMITED BY SIZE
               " ARCHIVEES=" DELIMITED BY SIZE
               NbArchiveesAffiche DELIMITED BY SIZE
               " OP=" DELIMITED BY SIZE
               CloseOperateur DELIMITED BY SIZE
               " STATUT=" DELIMITED BY SIZE
               CodeRetourRun DELIMITED BY SIZE
               INTO AuditLogLine
               UtilisateurRun DELIMITED BY SIZE
               " PERIODE=" DELIMITED BY SIZE
               PeriodeACloturer DELIMITED BY SIZE
               " OP=" DELIMITED BY SIZE
               CloseOperateur DELIMITED BY SIZE
               " STATUT=" DELIMITED BY SIZE
               CodeRetourRun DELIMITED BY SIZE
               " MOTIF=" DELIMITED BY SIZE
