*>   CENTRE XXXX
*>   MONTANTS MIN MAX          (bornes en devise de base, signees)
*>   ARCHIVES O                (chercher aussi les periodes closes)
*>   HISTORIQUE xxxxxx         (historique complet d'une transaction)
*>   ETATAU AAAA-MM-JJ         (fichier maitre tel qu'il etait ce
*>                              jour-la, en fin de journee)
*>
*> Le listing txn_inquiry_report.txt reprend chaque enregistrement
*> retenu avec son montant converti en devise de base, puis le
*> (archive_txn_AAAA-MM.txt, via periodes_closes.txt) sont balayees
*> apres le fichier maitre, pour qu'une question sur un mois clos ne
*> revienne pas vide.
*>
*> HISTORIQUE liste, avant la recherche, toutes les lignes du journal
*> des modifications du fichier maitre (journal_maitre.txt, voir
*> chgjrn.cpy) pour la transaction, avec les images avant et apres,
*> et restreint la recherche a cette transaction. ETATAU reconstitue
*> le fichier maitre a la date demandee dans le fichier de travail
*> txn_inquiry_reconst.dat : on part de l'etat courant et, pour
*> chaque transaction modifiee apres la date, on reprend l'image
*> avant de sa premiere modification posterieure ; la recherche porte
*> alors sur cet etat reconstitue au lieu du fichier maitre courant.
*> Avec ARCHIVES O, une transaction archivee deja reconstituee n'est
*> pas listee deux fois.
*> ------------------------------------------------------------------

ENVIRONMENT DIVISION.
    SELECT OPTIONAL TauxFile ASSIGN TO 'taux_change.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TauxStatus.
    SELECT OPTIONAL JournalMaitreFile ASSIGN TO 'journal_maitre.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JournalStatus.
    SELECT ReconstFile ASSIGN TO 'txn_inquiry_reconst.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RecTranID
        FILE STATUS IS ReconstStatus.
    SELECT InquiryReportFile ASSIGN TO 'txn_inquiry_report.txt'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL AuditLogFile ASSIGN TO 'audit_run_log.txt'
FD TauxFile.
01 TauxLigne       PIC X(40).

FD JournalMaitreFile.
COPY "chgjrn.cpy".

*> fichier maitre reconstitue a la date ETATAU : l'image de
*> l'enregistrement, un indicateur d'existence a la date, et un
*> indicateur posant que l'image a deja ete ramenee a la date par
*> une modification posterieure (les suivantes sont ignorees).
FD ReconstFile.
01 ReconstRecord.
    05 RecImage.
        10 RecTranID       PIC X(06).
        10 RecDate         PIC X(10).
        10 RecDesc         PIC X(30).
        10 RecCategorie    PIC X(04).
        10 RecMontant      PIC S9(5)V99.
        10 RecDevise       PIC X(03).
        10 RecCentreCout   PIC X(04).
    05 RecExisteSw     PIC X(01).
        88 RecExiste       VALUE 'O'.
    05 RecRameneSw     PIC X(01).
        88 RecRamene       VALUE 'O'.

FD InquiryReportFile.
01 InquiryReportLine PIC X(120).

    88 ArchiveTrouvee VALUE '00'.
01 TauxStatus      PIC XX VALUE SPACES.
    88 TauxFileTrouve VALUE '00'.
01 JournalStatus   PIC XX VALUE SPACES.
    88 JournalTrouve VALUE '00'.
01 ReconstStatus   PIC XX VALUE SPACES.
    88 ReconstOK     VALUE '00'.

01 EOFParam        PIC X VALUE 'N'.
01 EOFMaitre       PIC X VALUE 'N'.
01 EOFPeriodes     PIC X VALUE 'N'.
01 EOFArchive      PIC X VALUE 'N'.
01 EOFTaux         PIC X VALUE 'N'.
01 EOFJournal      PIC X VALUE 'N'.
01 EOFReconst      PIC X VALUE 'N'.
01 NomArchive      PIC X(40) VALUE SPACES.
01 PeriodeEnCours  PIC X(07) VALUE SPACES.

01 CritMontantMax  PIC S9(7)V99 VALUE 0.
01 ArchivesSw      PIC X VALUE 'N'.
    88 ArchivesDemandees VALUE 'O'.
01 HistoriqueSw    PIC X VALUE 'N'.
    88 HistoriqueDemande VALUE 'O'.
01 CritHistorique  PIC X(06) VALUE SPACES.
01 EtatAuSw        PIC X VALUE 'N'.
    88 EtatAuDemande VALUE 'O'.
01 CritDateEtatAu  PIC X(10) VALUE SPACES.
01 CritDateEtatAuRun PIC X(08) VALUE SPACES.
01 NbCriteres      PIC 9(02) VALUE 0.
01 DateExaminee    PIC X(12) VALUE SPACES.
01 DateArgSw       PIC X VALUE 'N'.
*> decoupage d'une ligne d'archive au format journalier
01 ArcMontantTxte  PIC X(12) VALUE SPACES.

*> historique et reconstitution a partir du journal des modifications
01 NbEntreesHistorique PIC 9(07) VALUE 0.
01 NbModifsDefaites PIC 9(07) VALUE 0.
01 LibelleAction   PIC X(12) VALUE SPACES.
01 PosLigneHistorique PIC 9(03) VALUE 1.
01 LibelleImage    PIC X(08) VALUE SPACES.
01 ImageAImprimer.
    05 ImgTranID       PIC X(06).
    05 ImgDate         PIC X(10).
    05 ImgDesc         PIC X(30).
    05 ImgCategorie    PIC X(04).
    05 ImgMontant      PIC S9(5)V99.
    05 ImgDevise       PIC X(03).
    05 ImgCentreCout   PIC X(04).
01 ReconstPretSw   PIC X VALUE 'N'.
    88 ReconstPret VALUE 'O'.
01 DejaReconstitueSw PIC X VALUE 'N'.
    88 DejaReconstitue VALUE 'O'.

01 NbRetenues      PIC 9(07) VALUE 0.
01 TotalRetenues   PIC S9(9)V99 VALUE 0.
01 NbAffiche       PIC ZZZZZZ9.
        WRITE InquiryReportLine
    ELSE
        PERFORM 1500-CHARGER-TAUX-CHANGE
        IF HistoriqueDemande
            PERFORM 2700-LISTER-HISTORIQUE
        END-IF
        IF EtatAuDemande
            PERFORM 2800-RECONSTITUER-MAITRE
        ELSE
            PERFORM 2000-BALAYER-FICHIER-MAITRE
        END-IF
        IF ArchivesDemandees
            PERFORM 2500-BALAYER-ARCHIVES
        END-IF
        IF ReconstPret
            CLOSE ReconstFile
        END-IF
        PERFORM 3000-IMPRIMER-RECAPITULATIF
    END-IF

            ELSE
                PERFORM 1300-SIGNALER-CRITERE-INVALIDE
            END-IF
        WHEN "HISTORIQUE"
            IF Argument1 NOT = SPACES
                SET HistoriqueDemande TO TRUE
                MOVE Argument1 TO CritHistorique
                SET FiltreTransIDActif TO TRUE
                MOVE Argument1 TO CritTransID
                ADD 1 TO NbCriteres
            ELSE
                PERFORM 1300-SIGNALER-CRITERE-INVALIDE
            END-IF
        WHEN "ETATAU"
            MOVE Argument1 TO DateExaminee
            PERFORM 1250-VERIFIER-FORMAT-DATE
            IF DateArgValide
                SET EtatAuDemande TO TRUE
                MOVE Argument1 TO CritDateEtatAu
                MOVE SPACES TO CritDateEtatAuRun
                STRING Argument1(1:4) DELIMITED BY SIZE
                       Argument1(6:2) DELIMITED BY SIZE
                       Argument1(9:2) DELIMITED BY SIZE
                       INTO CritDateEtatAuRun
                ADD 1 TO NbCriteres
            ELSE
                PERFORM 1300-SIGNALER-CRITERE-INVALIDE
            END-IF
        WHEN OTHER
            PERFORM 1300-SIGNALER-CRITERE-INVALIDE
    END-EVALUATE.
                INTO ExamTranID, ExamDate, ExamDesc, ExamCategorie,
                     ArcMontantTxte, ExamDevise, ExamCentre
            END-UNSTRING
            MOVE 'N' TO DejaReconstitueSw
            IF ReconstPret
                PERFORM 2660-CHERCHER-DANS-RECONSTITUTION
            END-IF
            IF FUNCTION TEST-NUMVAL(ArcMontantTxte) = 0
               AND NOT DejaReconstitue
                MOVE ArcMontantTxte TO ExamMontant
                MOVE PeriodeEnCours TO ExamOrigine
                PERFORM 2200-EXAMINER-UN-ENREGISTREMENT
            END-IF
    END-READ.

*> ----------------------------------------------------------------
*> 2660-CHERCHER-DANS-RECONSTITUTION : une transaction archivee apres
*> la date ETATAU a ete remise dans l'etat reconstitue par son image
*> avant ; elle y a deja ete examinee. Si l'etat reconstitue la
*> porte comme inexistante a cette date (creee depuis), l'archive ne
*> doit pas non plus la faire reapparaitre.
*> ----------------------------------------------------------------
2660-CHERCHER-DANS-RECONSTITUTION.
    MOVE ExamTranID TO RecTranID
    READ ReconstFile
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET DejaReconstitue TO TRUE
    END-READ.

*> ----------------------------------------------------------------
*> 2700-LISTER-HISTORIQUE : liste dans l'ordre chronologique toutes
*> les lignes du journal des modifications pour CritHistorique, avec
*> les images avant et apres.
*> ----------------------------------------------------------------
2700-LISTER-HISTORIQUE.
    MOVE SPACES TO InquiryReportLine
    STRING "HISTORIQUE DE LA TRANSACTION " DELIMITED BY SIZE
           CritHistorique DELIMITED BY SIZE
           INTO InquiryReportLine
    WRITE InquiryReportLine

    OPEN INPUT JournalMaitreFile
    IF JournalTrouve
        PERFORM 2710-LIRE-UNE-ENTREE-HISTORIQUE UNTIL EOFJournal = 'Y'
    END-IF
    CLOSE JournalMaitreFile

    IF NbEntreesHistorique = 0
        MOVE "AUCUNE MODIFICATION JOURNALISEE POUR CETTE TRANSACTION"
            TO InquiryReportLine
        WRITE InquiryReportLine
    END-IF
    MOVE "-----------------------------" TO InquiryReportLine
    WRITE InquiryReportLine.

2710-LIRE-UNE-ENTREE-HISTORIQUE.
    READ JournalMaitreFile
        AT END
            MOVE 'Y' TO EOFJournal
        NOT AT END
            IF JmaTranID = CritHistorique
                ADD 1 TO NbEntreesHistorique
                EVALUATE TRUE
                    WHEN JmaAjout
                        MOVE "AJOUT" TO LibelleAction
                    WHEN JmaModification
                        MOVE "MODIFICATION" TO LibelleAction
                    WHEN JmaSuppression
                        MOVE "SUPPRESSION" TO LibelleAction
                    WHEN OTHER
                        MOVE JmaAction TO LibelleAction
                END-EVALUATE
                MOVE SPACES TO InquiryReportLine
                MOVE 1 TO PosLigneHistorique
                STRING JmaDateRun DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       JmaHeureRun DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       JmaProgramme DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       JmaUtilisateur DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       LibelleAction DELIMITED BY SPACE
                       INTO InquiryReportLine
                       WITH POINTER PosLigneHistorique
                IF JmaValideur NOT = SPACES
                    STRING " VALIDEE PAR " DELIMITED BY SIZE
                           JmaValideur DELIMITED BY SPACE
                           INTO InquiryReportLine
                           WITH POINTER PosLigneHistorique
                END-IF
                WRITE InquiryReportLine
                IF JmaImageAvant NOT = SPACES
                    MOVE "  AVANT " TO LibelleImage
                    MOVE JmaImageAvant TO ImageAImprimer
                    PERFORM 2720-IMPRIMER-UNE-IMAGE
                END-IF
                IF JmaImageApres NOT = SPACES
                    MOVE "  APRES " TO LibelleImage
                    MOVE JmaImageApres TO ImageAImprimer
                    PERFORM 2720-IMPRIMER-UNE-IMAGE
                END-IF
            END-IF
    END-READ.

2720-IMPRIMER-UNE-IMAGE.
    MOVE ImgMontant TO MontantAffiche
    MOVE SPACES TO InquiryReportLine
    STRING LibelleImage DELIMITED BY SIZE
           ImgDate DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           ImgDesc DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           ImgCategorie DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           ImgCentreCout DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           ImgDevise DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           MontantAffiche DELIMITED BY SIZE
           INTO InquiryReportLine
    WRITE InquiryReportLine.

*> ----------------------------------------------------------------
*> 2800-RECONSTITUER-MAITRE : recopie le fichier maitre courant dans
*> le fichier de travail, y defait les modifications journalisees
*> apres la date ETATAU, puis examine l'etat obtenu contre les
*> criteres comme 2000 le fait du fichier maitre.
*> ----------------------------------------------------------------
2800-RECONSTITUER-MAITRE.
    OPEN OUTPUT ReconstFile
    CLOSE ReconstFile
    OPEN I-O ReconstFile
    IF NOT ReconstOK
        SET DesAnomaliesDetectees TO TRUE
        MOVE SPACES TO InquiryReportLine
        STRING "FICHIER DE RECONSTITUTION INDISPONIBLE (STATUT "
               DELIMITED BY SIZE
               ReconstStatus DELIMITED BY SIZE
               ") : ETATAU NON TRAITE" DELIMITED BY SIZE
               INTO InquiryReportLine
        WRITE InquiryReportLine
    ELSE
        SET ReconstPret TO TRUE
        PERFORM 2810-RECOPIER-FICHIER-MAITRE
        PERFORM 2820-DEFAIRE-MODIFICATIONS
        PERFORM 2850-BALAYER-RECONSTITUTION
    END-IF.

2810-RECOPIER-FICHIER-MAITRE.
    OPEN INPUT TranMasterFile
    IF MasterFichierAbsent
        MOVE "FICHIER MAITRE ABSENT : RECONSTITUTION DEPUIS LE SEUL JOURNAL"
            TO InquiryReportLine
        WRITE InquiryReportLine
        MOVE 'Y' TO EOFMaitre
    ELSE
        IF NOT MasterOK
            PERFORM 2900-ABANDONNER-MAITRE-INDISPONIBLE
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

    PERFORM 2815-RECOPIER-UN-MAITRE UNTIL EOFMaitre = 'Y'

    CLOSE TranMasterFile.

2815-RECOPIER-UN-MAITRE.
    READ TranMasterFile NEXT RECORD
        AT END
            MOVE 'Y' TO EOFMaitre
        NOT AT END
            MOVE TranMasterRecord TO RecImage
            SET RecExiste TO TRUE
            MOVE 'N' TO RecRameneSw
            WRITE ReconstRecord
    END-READ.

*> ----------------------------------------------------------------
*> 2820-DEFAIRE-MODIFICATIONS : balaye le journal dans l'ordre ; la
*> premiere modification d'une transaction posterieure a la date
*> donne, par son image avant, l'etat de la transaction a la date
*> (image avant a blanc : la transaction n'existait pas encore).
*> ----------------------------------------------------------------
2820-DEFAIRE-MODIFICATIONS.
    OPEN INPUT JournalMaitreFile
    IF JournalTrouve
        PERFORM 2825-LIRE-UNE-MODIFICATION UNTIL EOFJournal = 'Y'
    ELSE
        SET DesAnomaliesDetectees TO TRUE
        MOVE "JOURNAL DES MODIFICATIONS ABSENT : ETAT COURANT LISTE"
            TO InquiryReportLine
        WRITE InquiryReportLine
    END-IF
    CLOSE JournalMaitreFile.

2825-LIRE-UNE-MODIFICATION.
    READ JournalMaitreFile
        AT END
            MOVE 'Y' TO EOFJournal
        NOT AT END
            IF JmaDateRun > CritDateEtatAuRun
                PERFORM 2830-DEFAIRE-UNE-MODIFICATION
            END-IF
    END-READ.

2830-DEFAIRE-UNE-MODIFICATION.
    MOVE JmaTranID TO RecTranID
    READ ReconstFile
        INVALID KEY
            PERFORM 2835-RAMENER-A-LA-DATE
            WRITE ReconstRecord
        NOT INVALID KEY
            IF NOT RecRamene
                PERFORM 2835-RAMENER-A-LA-DATE
                REWRITE ReconstRecord
            END-IF
    END-READ.

2835-RAMENER-A-LA-DATE.
    ADD 1 TO NbModifsDefaites
    IF JmaImageAvant = SPACES
        MOVE SPACES TO RecImage
        MOVE JmaTranID TO RecTranID
        MOVE 'N' TO RecExisteSw
    ELSE
        MOVE JmaImageAvant TO RecImage
        SET RecExiste TO TRUE
    END-IF
    SET RecRamene TO TRUE.

*> ----------------------------------------------------------------
*> 2850-BALAYER-RECONSTITUTION : examine, dans l'ordre des cles,
*> chaque transaction existant a la date.
*> ----------------------------------------------------------------
2850-BALAYER-RECONSTITUTION.
    MOVE 'N' TO EOFReconst
    MOVE LOW-VALUES TO RecTranID
    START ReconstFile KEY IS NOT LESS THAN RecTranID
        INVALID KEY
            MOVE 'Y' TO EOFReconst
    END-START
    PERFORM 2855-EXAMINER-UN-RECONSTITUE UNTIL EOFReconst = 'Y'.

2855-EXAMINER-UN-RECONSTITUE.
    READ ReconstFile NEXT RECORD
        AT END
            MOVE 'Y' TO EOFReconst
        NOT AT END
            IF RecExiste
                MOVE RecTranID TO ExamTranID
                MOVE RecDate TO ExamDate
                MOVE RecDesc TO ExamDesc
                MOVE RecCategorie TO ExamCategorie
                MOVE RecMontant TO ExamMontant
                MOVE RecDevise TO ExamDevise
                MOVE RecCentreCout TO ExamCentre
                MOVE "ETAT-AU" TO ExamOrigine
                PERFORM 2200-EXAMINER-UN-ENREGISTREMENT
            END-IF
    END-READ.

*> ----------------------------------------------------------------
*> 2900-ABANDONNER-MAITRE-INDISPONIBLE : message operateur, trace au
*> listing et au journal, puis arret.
           INTO InquiryReportLine
    WRITE InquiryReportLine

    IF EtatAuDemande
        MOVE NbModifsDefaites TO NbAffiche
        MOVE SPACES TO InquiryReportLine
        STRING "ETAT AU " DELIMITED BY SIZE
               CritDateEtatAu DELIMITED BY SIZE
               " : MODIFICATIONS POSTERIEURES DEFAITES " DELIMITED BY SIZE
               NbAffiche DELIMITED BY SIZE
               INTO InquiryReportLine
        WRITE InquiryReportLine
    END-IF

    IF NbSansTaux > 0
        SET DesAnomaliesDetectees TO TRUE
        MOVE NbSansTaux TO NbAffiche
