*> rapproche chaque archive du TOTAL PERIODE de son etat de cloture
*> (cloture_AAAA-MM.txt) : la premiere periode dont l'archive ne
*> retrouve plus son etat est la premiere ou l'ecart apparait.
*> Les corrections d'une periode close sont comptabilisees dans une
*> periode ouverte par PriorAdjust (libelle AJUST-AAAA-MM-..., voir
*> ajudesc.cpy) : l'archive d'origine reste conforme a son etat, et
*> les ajustements trouves dans les archives et le fichier maitre
*> sont rapproches, periode d'origine par periode d'origine, du
*> TOTAL AJUSTEMENTS de l'etat complementaire
*> cloture_AAAA-MM_ajust.txt, avec le total de la periode ajuste.
*> Une fois un exercice verrouille par YearEndClose (registre
*> exercices_clos.txt, voir execlos.cpy), son resultat est retire de
*> control_totals.txt et repris par le report a nouveau : ses
*> archives sont toujours rapprochees de leurs etats, mais n'entrent
*> plus dans le solde attendu.
*> Resultats dans solde_verif_report.txt.
*> ------------------------------------------------------------------

    SELECT OPTIONAL ClotureFile ASSIGN TO DYNAMIC NomEtatCloture
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ClotureStatus.
    SELECT OPTIONAL EtatAjustFile ASSIGN TO DYNAMIC NomEtatAjust
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS EtatAjustStatus.
    SELECT TranMasterFile ASSIGN TO 'transactions_master.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
    SELECT OPTIONAL TauxFile ASSIGN TO 'taux_change.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TauxStatus.
    SELECT OPTIONAL ExercicesFile ASSIGN TO 'exercices_clos.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ExercicesStatus.
    SELECT VerifReportFile ASSIGN TO 'solde_verif_report.txt'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL AuditLogFile ASSIGN TO 'audit_run_log.txt'
FD ClotureFile.
01 ClotureLigne    PIC X(80).

FD EtatAjustFile.
01 EtatAjustLigne  PIC X(100).

FD TranMasterFile.
COPY "tranmas.cpy".

FD TauxFile.
01 TauxLigne       PIC X(40).

FD ExercicesFile.
COPY "execlos.cpy".

FD VerifReportFile.
01 VerifReportLine PIC X(120).

    88 ArchiveTrouvee VALUE '00'.
01 ClotureStatus   PIC XX VALUE SPACES.
    88 ClotureTrouvee VALUE '00'.
01 EtatAjustStatus PIC XX VALUE SPACES.
    88 EtatAjustTrouve VALUE '00'.
01 MasterStatus    PIC XX VALUE SPACES.
    88 MasterOK            VALUE '00'.
    88 MasterFichierAbsent VALUE '35'.
01 EOFCloture      PIC X VALUE 'N'.
01 EOFMaitre       PIC X VALUE 'N'.
01 EOFTaux         PIC X VALUE 'N'.
01 EOFEtatAjust    PIC X VALUE 'N'.

01 PeriodeEnCours  PIC X(07) VALUE SPACES.
01 NomArchive      PIC X(40) VALUE SPACES.
01 NomEtatCloture  PIC X(40) VALUE SPACES.
01 NomEtatAjust    PIC X(40) VALUE SPACES.

*> table des taux de change, comme dans SimpleAudit
01 DeviseBase      PIC X(03) VALUE 'CHF'.
*> cumuls du recalcul et rapprochement par periode
01 TotalArchivePeriode PIC S9(9)V99 VALUE 0.
01 TotalArchives   PIC S9(11)V99 VALUE 0.
01 TotalExercicesClos PIC S9(11)V99 VALUE 0.
01 TotalMaitre     PIC S9(9)V99 VALUE 0.
01 SoldeAttendu    PIC S9(11)V99 VALUE 0.
01 SoldeControle   PIC S9(7)V99 VALUE 0.
01 NbPeriodesVerifiees PIC 9(03) VALUE 0.
01 NbPeriodesEnEcart   PIC 9(03) VALUE 0.

*> ajustements sur periode close : par periode du registre, total de
*> cloture, ajustements comptabilises trouves sous leur libelle
*> normalise, et total de l'etat complementaire
COPY "ajudesc.cpy".
01 NbPeriodesSuivies PIC 9(03) VALUE 0.
01 TablePeriodesSuivies.
    05 PeriodeSuivieEntry OCCURS 120 TIMES INDEXED BY SuiIdx.
        10 SuiPeriode      PIC X(07) VALUE SPACES.
        10 SuiTotalCloture PIC S9(9)V99 VALUE 0.
        10 SuiAjustCompta  PIC S9(9)V99 VALUE 0.
        10 SuiNbAjustCompta PIC 9(05) VALUE 0.
01 TotalAjustEmis  PIC S9(9)V99 VALUE 0.
01 EtatAjustLuSw   PIC X VALUE 'N'.
    88 EtatAjustLu VALUE 'O'.
01 EcartAjust      PIC S9(9)V99 VALUE 0.
01 TotalPeriodeAjuste PIC S9(9)V99 VALUE 0.
01 NbPeriodesAjustees PIC 9(03) VALUE 0.
01 NbAjustEnEcart  PIC 9(03) VALUE 0.

*> exercices verrouilles par la cloture annuelle
01 ExercicesStatus PIC XX VALUE SPACES.
    88 ExercicesFileTrouve VALUE '00'.
01 EOFExercices    PIC X VALUE 'N'.
01 NbExercicesClos PIC 9(03) VALUE 0.
01 TableExercicesClos.
    05 ExerciceClosEntry OCCURS 100 TIMES INDEXED BY ExcIdx.
        10 ExerciceClos PIC X(04) VALUE SPACES.
01 ExerciceEstClosSw PIC X VALUE 'N'.
    88 ExerciceEstClos VALUE 'O'.

01 NbAffiche       PIC ZZZZZZ9.
01 MontantAffiche1 PIC Z(10)9.99-.
01 MontantAffiche2 PIC Z(10)9.99-.
    OPEN OUTPUT VerifReportFile

    PERFORM 1000-CHARGER-TAUX-CHANGE
    PERFORM 1100-CHARGER-EXERCICES-CLOS
    PERFORM 2000-VERIFIER-PERIODES-CLOSES
    PERFORM 3000-CUMULER-FICHIER-MAITRE
    PERFORM 3500-RAPPROCHER-AJUSTEMENTS
        VARYING SuiIdx FROM 1 BY 1 UNTIL SuiIdx > NbPeriodesSuivies
    PERFORM 4000-RAPPROCHER-SOLDE-CONTROLE

    CLOSE VerifReportFile
            END-IF
    END-READ.

*> ----------------------------------------------------------------
*> 1100-CHARGER-EXERCICES-CLOS : charge en table les exercices
*> verrouilles par YearEndClose.
*> ----------------------------------------------------------------
1100-CHARGER-EXERCICES-CLOS.
    OPEN INPUT ExercicesFile
    IF ExercicesFileTrouve
        PERFORM 1150-LIRE-UN-EXERCICE UNTIL EOFExercices = 'Y'
    END-IF
    CLOSE ExercicesFile.

1150-LIRE-UN-EXERCICE.
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

*> ----------------------------------------------------------------
*> 2000-VERIFIER-PERIODES-CLOSES : pour chaque periode du registre
*> (ecrit par MonthClose dans l'ordre des clotures), cumule son
            MOVE 'Y' TO EOFPeriodes
        NOT AT END
            MOVE PeriodeLigne TO PeriodeEnCours
            IF NbPeriodesSuivies < 120
                ADD 1 TO NbPeriodesSuivies
                SET SuiIdx TO NbPeriodesSuivies
                MOVE PeriodeEnCours TO SuiPeriode (SuiIdx)
            END-IF
            PERFORM 2200-CUMULER-UNE-ARCHIVE
            PERFORM 2400-LIRE-ETAT-CLOTURE
            PERFORM 2500-RAPPROCHER-PERIODE
*> 2200-CUMULER-UNE-ARCHIVE : somme archive_txn_AAAA-MM.txt de la
*> periode en cours, en devise de base au taux de la date de chaque
*> ligne ; une archive absente est un ecart en soi (l'evidence de la
*> periode close a disparu). L'archive d'un exercice verrouille est
*> cumulee a part : son resultat a ete reporte a nouveau.
*> ----------------------------------------------------------------
2200-CUMULER-UNE-ARCHIVE.
    MOVE 0 TO TotalArchivePeriode
    END-IF
    CLOSE ArchiveFile

    MOVE 'N' TO ExerciceEstClosSw
    SET ExcIdx TO 1
    SEARCH ExerciceClosEntry
        AT END
            CONTINUE
        WHEN ExerciceClos (ExcIdx) = PeriodeEnCours(1:4)
            SET ExerciceEstClos TO TRUE
    END-SEARCH
    IF ExerciceEstClos
        ADD TotalArchivePeriode TO TotalExercicesClos
    ELSE
        ADD TotalArchivePeriode TO TotalArchives
    END-IF.

2250-CUMULER-UNE-LIGNE.
    READ ArchiveFile
                MOVE ArcMontantTxte TO ArcMontant
                PERFORM 2300-CONVERTIR-EN-BASE
                ADD MontantBase TO TotalArchivePeriode
                PERFORM 2350-RELEVER-AJUSTEMENT
            END-IF
    END-READ.

        MOVE ArcMontant TO MontantBase
    END-IF.

*> ----------------------------------------------------------------
*> 2350-RELEVER-AJUSTEMENT : une ligne au libelle AJUST-AAAA-MM-...
*> est un ajustement comptabilise contre la periode AAAA-MM ; son
*> montant en base (MontantBase) est cumule sur la periode d'origine.
*> ----------------------------------------------------------------
2350-RELEVER-AJUSTEMENT.
    MOVE ArcDesc TO DescAjustement
    IF DescEstAjustement
        SET SuiIdx TO 1
        SEARCH PeriodeSuivieEntry
            AT END
                CONTINUE
            WHEN SuiPeriode (SuiIdx) = DajPeriodeOrigine
                ADD MontantBase TO SuiAjustCompta (SuiIdx)
                ADD 1 TO SuiNbAjustCompta (SuiIdx)
        END-SEARCH
    END-IF.

*> ----------------------------------------------------------------
*> 2400-LIRE-ETAT-CLOTURE : retrouve le TOTAL PERIODE imprime dans
*> cloture_AAAA-MM.txt au moment de la cloture ; c'est la reference
               INTO VerifReportLine
        WRITE VerifReportLine
    ELSE
        SET SuiIdx TO NbPeriodesSuivies
        MOVE TotalEtatCloture TO SuiTotalCloture (SuiIdx)
        COMPUTE EcartPeriode
            = TotalArchivePeriode - TotalEtatCloture
        MOVE TotalArchivePeriode TO MontantAffiche1
            MOVE TranMontant TO ArcMontant
            PERFORM 2300-CONVERTIR-EN-BASE
            ADD MontantBase TO TotalMaitre
            MOVE TranDesc TO ArcDesc
            PERFORM 2350-RELEVER-AJUSTEMENT
    END-READ.

*> ----------------------------------------------------------------
*> 3500-RAPPROCHER-AJUSTEMENTS : pour la periode close SuiIdx, le
*> TOTAL AJUSTEMENTS de cloture_AAAA-MM_ajust.txt (ajustements emis
*> par PriorAdjust) contre les ajustements comptabilises trouves
*> dans les archives et le fichier maitre ; un ecart signale un
*> ajustement emis mais pas encore passe par DailyPost, ou passe
*> hors PriorAdjust. Le total de la periode ajuste est imprime.
*> ----------------------------------------------------------------
3500-RAPPROCHER-AJUSTEMENTS.
    MOVE 'N' TO EtatAjustLuSw
    MOVE 0 TO TotalAjustEmis
    MOVE 'N' TO EOFEtatAjust
    MOVE SPACES TO NomEtatAjust
    STRING "cloture_" DELIMITED BY SIZE
           SuiPeriode (SuiIdx) DELIMITED BY SIZE
           "_ajust.txt" DELIMITED BY SIZE
           INTO NomEtatAjust

    OPEN INPUT EtatAjustFile
    IF EtatAjustTrouve
        PERFORM 3550-LIRE-LIGNE-ETAT-AJUST UNTIL EOFEtatAjust = 'Y'
    END-IF
    CLOSE EtatAjustFile

    IF EtatAjustLu OR SuiNbAjustCompta (SuiIdx) > 0
        ADD 1 TO NbPeriodesAjustees
        COMPUTE EcartAjust = SuiAjustCompta (SuiIdx) - TotalAjustEmis
        COMPUTE TotalPeriodeAjuste
            = SuiTotalCloture (SuiIdx) + SuiAjustCompta (SuiIdx)
        MOVE TotalAjustEmis TO MontantAffiche1
        MOVE SuiAjustCompta (SuiIdx) TO MontantAffiche2
        MOVE SPACES TO VerifReportLine
        IF EcartAjust = 0
            STRING "PERIODE " DELIMITED BY SIZE
                   SuiPeriode (SuiIdx) DELIMITED BY SIZE
                   "  AJUSTEMENTS " DELIMITED BY SIZE
                   MontantAffiche2 DELIMITED BY SIZE
                   "  CONFORMES A L'ETAT COMPLEMENTAIRE"
                   DELIMITED BY SIZE
                   INTO VerifReportLine
        ELSE
            ADD 1 TO NbAjustEnEcart
            SET DesAnomaliesDetectees TO TRUE
            STRING "PERIODE " DELIMITED BY SIZE
                   SuiPeriode (SuiIdx) DELIMITED BY SIZE
                   "  AJUSTEMENTS EMIS " DELIMITED BY SIZE
                   MontantAffiche1 DELIMITED BY SIZE
                   "  COMPTABILISES " DELIMITED BY SIZE
                   MontantAffiche2 DELIMITED BY SIZE
                   "  *** ECART" DELIMITED BY SIZE
                   INTO VerifReportLine
        END-IF
        WRITE VerifReportLine

        MOVE TotalPeriodeAjuste TO MontantAffiche1
        MOVE SPACES TO VerifReportLine
        STRING "PERIODE " DELIMITED BY SIZE
               SuiPeriode (SuiIdx) DELIMITED BY SIZE
               "  TOTAL PERIODE AJUSTE " DELIMITED BY SIZE
               MontantAffiche1 DELIMITED BY SIZE
               INTO VerifReportLine
        WRITE VerifReportLine
    END-IF.

3550-LIRE-LIGNE-ETAT-AJUST.
    READ EtatAjustFile
        AT END
            MOVE 'Y' TO EOFEtatAjust
        NOT AT END
            IF EtatAjustLigne(1:20) = "TOTAL AJUSTEMENTS : "
                SET EtatAjustLu TO TRUE
                COMPUTE TotalAjustEmis
                    = FUNCTION NUMVAL(EtatAjustLigne(21:30))
            END-IF
    END-READ.

*> ----------------------------------------------------------------
           INTO VerifReportLine
    WRITE VerifReportLine

    IF NbExercicesClos > 0
        MOVE TotalExercicesClos TO MontantAffiche1
        MOVE SPACES TO VerifReportLine
        STRING "EXERCICES CLOS (REPORTES) : " DELIMITED BY SIZE
               MontantAffiche1 DELIMITED BY SIZE
               "  HORS SOLDE ATTENDU" DELIMITED BY SIZE
               INTO VerifReportLine
        WRITE VerifReportLine
    END-IF

    MOVE TotalMaitre TO MontantAffiche1
    MOVE SPACES TO VerifReportLine
    STRING "TOTAL DU FICHIER MAITRE   : " DELIMITED BY SIZE
