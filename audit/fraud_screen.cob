IDENTIFICATION DIVISION.
PROGRAM-ID. FraudScreen.

*> ------------------------------------------------------------------
*> Criblage periodique des transactions a la recherche de schemas
*> de fraude ou d'anomalie. 2200-VERIFIER-EXCEPTION de SimpleAudit ne
*> signale qu'un montant isole au-dessus du seuil ou negatif ; les
*> regles ci-dessous portent sur l'ensemble des transactions d'une
*> periode, ou d'une suite de periodes :
*>   1 FRACTIONNEMENT MEME JOUR : au moins deux lignes du meme jour
*>     juste sous le seuil (de 4000.00 a 5000.00 en devise de base)
*>     dont le total depasse le seuil ;
*>   2 FRACTIONNEMENT MEME LIBELLE : de meme pour un meme libelle,
*>     quels que soient les jours ;
*>   3 MONTANT ROND : montant d'origine multiple de 500.00, a partir
*>     de 1000.00 ;
*>   4 DATE NON OUVREE : transaction datee d'un samedi, d'un dimanche
*>     ou d'un jour ferie de jours_feries.txt ;
*>   5 MEME MONTANT MULTI-CENTRES : meme montant, meme devise et meme
*>     libelle passes dans des centres de cout differents (hors
*>     ecritures de repartition de CostAlloc, multi-centres par
*>     construction) ;
*>   6 TRANID HORS SEQUENCE : TranID numerote (une lettre puis cinq
*>     chiffres) date avant un TranID inferieur de la meme serie
*>     (hors series P, A, E, X, N, R et J des programmes de
*>     generation), ou TranID present deux fois a des dates
*>     differentes (la meme annee pour ces series, dont les
*>     numeros reviennent d'une annee a l'autre).
*>
*> La periode est lue dans criblage_params.txt : AAAA-MM, ou
*> AAAA-MM AAAA-MM pour une suite de periodes. Les transactions
*> viennent du fichier maitre et, pour chaque periode close de la
*> suite (periodes_closes.txt), de son archive
*> archive_txn_AAAA-MM.txt ; une transaction presente des deux cotes
*> (meme TranID, meme date) n'est retenue qu'une fois. Les montants
*> sont compares au seuil en devise de base, au taux de TranDate
*> comme SimpleAudit (montant d'origine sans taux a cette date).
*>
*> L'etat criblage_AAAA-MM.txt (criblage_AAAA-MM_AAAA-MM.txt pour une
*> suite) classe les constats par score decroissant : le poids de la
*> regle, augmente de 5 par transaction supplementaire du constat,
*> puis le montant en devise de base ; chaque constat donne la regle,
*> le detail et les TranID concernes. Suit pour le comite d'audit la
*> synthese par centre de cout du nombre de transactions signalees
*> par regle.
*> ------------------------------------------------------------------

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL CriblageParamFile ASSIGN TO 'criblage_params.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CriblageParamStatus.
    SELECT OPTIONAL PeriodesFile ASSIGN TO 'periodes_closes.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PeriodesStatus.
    SELECT TranMasterFile ASSIGN TO 'transactions_master.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TranID
        FILE STATUS IS MasterStatus.
    SELECT OPTIONAL ArchiveFile ASSIGN TO DYNAMIC NomArchive
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ArchiveStatus.
    SELECT OPTIONAL FeriesFile ASSIGN TO 'jours_feries.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FeriesStatus.
    SELECT OPTIONAL TauxFile ASSIGN TO 'taux_change.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TauxStatus.
*> fichier de tri des constats, pour leur classement par score
    SELECT TriConstatFile ASSIGN TO 'criblage_tri.tmp'.
    SELECT CriblageFile ASSIGN TO DYNAMIC NomEtatCriblage
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL AuditLogFile ASSIGN TO 'audit_run_log.txt'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CriblageParamFile.
01 CriblageParamLine PIC X(40).

FD PeriodesFile.
01 PeriodeLigne    PIC X(07).

FD TranMasterFile.
COPY "tranmas.cpy".

FD ArchiveFile.
01 ArchiveLigne    PIC X(80).

FD FeriesFile.
01 FerieLigne      PIC X(40).

FD TauxFile.
01 TauxLigne       PIC X(40).

SD TriConstatFile.
01 TriConstat.
    05 TriScore          PIC 9(03).
    05 TriMontant        PIC S9(11)V99.
    05 TriNumero         PIC 9(05).
    05 TriRegle          PIC 9(01).
    05 TriNbTrans        PIC 9(03).
    05 TriCentre         PIC X(04).
    05 TriDetail         PIC X(60).
    05 TriTranIDs        PIC X(72).

FD CriblageFile.
01 CriblageLine    PIC X(132).

FD AuditLogFile.
01 AuditLogLine    PIC X(132).

WORKING-STORAGE SECTION.
01 CriblageParamStatus PIC XX VALUE SPACES.
    88 CriblageParamTrouve VALUE '00'.
01 PeriodesStatus  PIC XX VALUE SPACES.
    88 PeriodesFileTrouve VALUE '00'.
01 MasterStatus    PIC XX VALUE SPACES.
    88 MasterOK            VALUE '00'.
    88 MasterFichierAbsent VALUE '35'.
01 ArchiveStatus   PIC XX VALUE SPACES.
    88 ArchiveTrouvee VALUE '00'.
01 FeriesStatus    PIC XX VALUE SPACES.
    88 FeriesFileTrouve VALUE '00'.
01 TauxStatus      PIC XX VALUE SPACES.
    88 TauxFileTrouve VALUE '00'.

01 EOFParam        PIC X VALUE 'N'.
01 EOFPeriodes     PIC X VALUE 'N'.
01 EOFMaitre       PIC X VALUE 'N'.
01 EOFArchive      PIC X VALUE 'N'.
01 EOFFeries       PIC X VALUE 'N'.
01 EOFTaux         PIC X VALUE 'N'.
01 FinTri          PIC X VALUE 'N'.
01 NomArchive      PIC X(40) VALUE SPACES.
01 NomEtatCriblage PIC X(40) VALUE SPACES.

*> periodes criblees, lues dans la carte parametre ; sans seconde
*> periode, la suite se reduit a la premiere
01 PeriodeDebut.
    05 DebAnnee        PIC X(04) VALUE SPACES.
    05 DebSeparateur   PIC X(01) VALUE SPACES.
    05 DebMois         PIC X(02) VALUE SPACES.
01 PeriodeFin.
    05 FinAnnee        PIC X(04) VALUE SPACES.
    05 FinSeparateur   PIC X(01) VALUE SPACES.
    05 FinMois         PIC X(02) VALUE SPACES.
01 PeriodeValideSw PIC X VALUE 'N'.
    88 PeriodeValide VALUE 'O'.
01 PeriodeEnCours  PIC X(07) VALUE SPACES.
01 AnneeEnCours    PIC 9(04) VALUE 0.
01 MoisEnCours     PIC 9(02) VALUE 0.

*> registre des periodes closes, comme dans TxnMaint
01 NbPeriodesCloses PIC 9(03) VALUE 0.
01 TablePeriodesCloses.
    05 PeriodeCloseEntry OCCURS 120 TIMES INDEXED BY PerIdx.
        10 PeriodeClose PIC X(07) VALUE SPACES.

*> calendrier des jours feries, comme dans AccrualGen ; le jour de
*> la semaine vient de INTEGER-OF-DATE, le jour 1 du calendrier
*> (1er janvier 1601) etant un lundi : reste de la division par 7 a
*> 6 le samedi, a 0 le dimanche.
01 FeriesSw        PIC X VALUE 'N'.
    88 FeriesCharges VALUE 'O'.
01 NbFeries        PIC 9(03) VALUE 0.
01 TableFeries.
    05 FerieEntry OCCURS 200 TIMES INDEXED BY FerIdx.
        10 FerieDate   PIC X(10) VALUE SPACES.
01 DateExaminee    PIC X(10) VALUE SPACES.
01 DateExamineeDecoupee REDEFINES DateExaminee.
    05 DexAnnee        PIC X(04).
    05 FILLER          PIC X(01).
    05 DexMois         PIC X(02).
    05 FILLER          PIC X(01).
    05 DexJour         PIC X(02).
01 DateNumerique   PIC 9(08) VALUE 0.
01 JourEntier      PIC 9(08) VALUE 0.
01 SemainesEntieres PIC 9(08) VALUE 0.
01 JourSemaine     PIC 9(01) VALUE 0.

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
01 CentreCoutDefaut PIC X(04) VALUE 'SIEG'.

*> ecriture examinee (fichier maitre ou archive)
01 ExamTranID      PIC X(06) VALUE SPACES.
01 ExamDate        PIC X(10) VALUE SPACES.
01 ExamDesc        PIC X(30) VALUE SPACES.
01 ExamCategorie   PIC X(04) VALUE SPACES.
01 ExamMontant     PIC S9(7)V99 VALUE 0.
01 ExamDevise      PIC X(03) VALUE SPACES.
01 ExamCentre      PIC X(04) VALUE SPACES.
01 ExamMontantBase PIC S9(9)V99 VALUE 0.
01 ArcMontantTxte  PIC X(12) VALUE SPACES.

*> transactions criblees ; les marques TrsVuJour, TrsVuLibelle et
*> TrsVuCentres evitent qu'un groupe deja constate soit repris a
*> partir d'un autre de ses membres
01 NbTransactions  PIC 9(05) VALUE 0.
01 NbDoublonsEcartes PIC 9(05) VALUE 0.
01 TableTransactions.
    05 TrsEntry OCCURS 5000 TIMES INDEXED BY TrsIdx TrsIdx2 TrsIdx3.
        10 TrsTranID       PIC X(06) VALUE SPACES.
        10 TrsDate         PIC X(10) VALUE SPACES.
        10 TrsDesc         PIC X(30) VALUE SPACES.
        10 TrsMontant      PIC S9(7)V99 VALUE 0.
        10 TrsDevise       PIC X(03) VALUE SPACES.
        10 TrsCentre       PIC X(04) VALUE SPACES.
        10 TrsMontantBase  PIC S9(9)V99 VALUE 0.
        10 TrsVuJour       PIC X(01) VALUE 'N'.
        10 TrsVuLibelle    PIC X(01) VALUE 'N'.
        10 TrsVuCentres    PIC X(01) VALUE 'N'.
01 TableTransactionsPleineSw PIC X VALUE 'N'.
    88 TableTransactionsPleine VALUE 'O'.
01 DejaRetenueSw   PIC X VALUE 'N'.
    88 DejaRetenue VALUE 'O'.

*> seuils des regles ; SeuilMontant est celui de SimpleAudit
01 SeuilMontant    PIC S9(5)V99 VALUE 5000.00.
01 PlancherFractionnement PIC S9(5)V99 VALUE 4000.00.
01 PasMontantRond  PIC 9(05)V99 VALUE 500.00.
01 PlancherMontantRond PIC 9(05)V99 VALUE 1000.00.
01 MontantAbsolu   PIC 9(09)V99 VALUE 0.
01 QuotientRond    PIC 9(09) VALUE 0.
01 ResteRond       PIC 9(05)V99 VALUE 0.

*> groupe de transactions d'un constat en cours de formation
01 GrpNb           PIC 9(05) VALUE 0.
01 TableGroupe.
    05 GrpEntry OCCURS 5000 TIMES INDEXED BY GrpIdx.
        10 GrpTrs      PIC 9(05) VALUE 0.
01 GrpTotal        PIC S9(11)V99 VALUE 0.
01 GrpCentre       PIC X(04) VALUE SPACES.
01 GrpMultiCentresSw PIC X VALUE 'N'.
    88 GrpMultiCentres VALUE 'O'.
01 TrsMembre       PIC 9(05) VALUE 0.

*> constat publie vers le tri
01 RegleCourante   PIC 9(01) VALUE 0.
01 DetailConstat   PIC X(60) VALUE SPACES.
01 TranIDsConstat  PIC X(72) VALUE SPACES.
01 PositionTranIDs PIC 9(03) VALUE 1.
01 NbConstats      PIC 9(05) VALUE 0.
01 ScoreConstat    PIC 9(03) VALUE 0.
01 SequenceSw      PIC X VALUE 'N'.
    88 HorsSequence VALUE 'O'.
*> series de TranID emises par les programmes de generation, dont
*> le numero ne suit pas l'ordre des dates : StandingOrder (P +
*> reference + mois), CostAlloc (A), FxReval (E, X) et AccrualGen
*> (R) repartent au mois, YearEndClose (N) a l'annee, et PriorAdjust
*> (J) numerote dans l'ordre du registre des ajustements mais date
*> chaque ecriture au choix de l'operateur
01 LettreSerie     PIC X(01) VALUE SPACES.
    88 SerieGeneree VALUE 'P' 'A' 'E' 'X' 'N' 'R' 'J'.

*> comptes par regle, et par centre de cout et regle
01 TableComptesRegles.
    05 CompteRegle OCCURS 6 TIMES.
        10 NbConstatsRegle PIC 9(05) VALUE 0.
        10 NbTransRegle    PIC 9(05) VALUE 0.
01 NbCentresSynthese PIC 9(03) VALUE 0.
01 TableSynthese.
    05 SyntheseEntry OCCURS 200 TIMES INDEXED BY SynIdx.
        10 SynCentre       PIC X(04) VALUE SPACES.
        10 SynNb           PIC 9(05) VALUE 0 OCCURS 6 TIMES.
01 TableSynthesePleineSw PIC X VALUE 'N'.
    88 TableSynthesePleine VALUE 'O'.
01 RegleIdx        PIC 9(01) VALUE 0.

01 LibelleRegle    PIC X(30) VALUE SPACES.
01 RangConstat     PIC 9(05) VALUE 0.
01 RangAffiche     PIC ZZZZ9.
01 ScoreAffiche    PIC ZZ9.
01 NbAffiche       PIC ZZZZZZ9.
01 NbAffiche2      PIC ZZZZZZ9.
01 NbCourtAffiche  PIC ZZZZ9.
01 MontantAffiche  PIC Z(10)9.99-.
01 MontantOrigAffiche PIC Z(6)9.99-.
01 LigneSynthese   PIC X(132) VALUE SPACES.
01 PositionSynthese PIC 9(03) VALUE 1.

*> journal permanent des executions, comme dans SimpleAudit
01 DateDuJour          PIC 9(08).
01 HeureDuJour         PIC 9(08).
01 UtilisateurRun      PIC X(12) VALUE SPACES.
01 IndicateurAnomalie  PIC X VALUE 'N'.
    88 DesAnomaliesDetectees VALUE 'O'.
01 CodeRetourRun       PIC X(04) VALUE 'OK'.
01 NbTransAffiche      PIC ZZZZZZ9.
01 NbConstatsAffiche   PIC ZZZZZZ9.

PROCEDURE DIVISION.
    PERFORM 1000-LIRE-PARAMETRES
    IF NOT PeriodeValide
        DISPLAY "FRAUDSCREEN : PERIODE ABSENTE OU INVALIDE DANS "
                "criblage_params.txt"
        SET DesAnomaliesDetectees TO TRUE
        PERFORM 5950-ECRIRE-JOURNAL-EXECUTION
        STOP RUN
    END-IF

    MOVE SPACES TO NomEtatCriblage
    IF PeriodeFin = PeriodeDebut
        STRING "criblage_" DELIMITED BY SIZE
               PeriodeDebut DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO NomEtatCriblage
    ELSE
        STRING "criblage_" DELIMITED BY SIZE
               PeriodeDebut DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               PeriodeFin DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO NomEtatCriblage
    END-IF
    OPEN OUTPUT CriblageFile
    PERFORM 1300-ECRIRE-ENTETE

    PERFORM 1100-CHARGER-PERIODES-CLOSES
    PERFORM 1150-CHARGER-JOURS-FERIES
    PERFORM 1200-CHARGER-TAUX-CHANGE

    PERFORM 2000-BALAYER-FICHIER-MAITRE
    PERFORM 2200-BALAYER-ARCHIVES
    PERFORM 1350-ECRIRE-VOLUME

*> les regles publient leurs constats dans le tri, qui les rend par
*> score decroissant pour le listing classe. Un tri en echec
*> abandonne le criblage, bruyamment.
    SORT TriConstatFile
        ON DESCENDING KEY TriScore
        ON DESCENDING KEY TriMontant
        ON ASCENDING KEY TriNumero
        INPUT PROCEDURE IS 3000-APPLIQUER-REGLES
        OUTPUT PROCEDURE IS 4000-ECRIRE-CONSTATS
    IF SORT-RETURN NOT = 0
        PERFORM 1900-ABANDONNER-SUR-TRI
    END-IF

    PERFORM 4500-ECRIRE-SYNTHESE

    CLOSE CriblageFile

    PERFORM 5950-ECRIRE-JOURNAL-EXECUTION

    STOP RUN.

*> ----------------------------------------------------------------
*> 1000-LIRE-PARAMETRES : lit la premiere et, le cas echeant, la
*> derniere periode de la suite a cribler (AAAA-MM).
*> ----------------------------------------------------------------
1000-LIRE-PARAMETRES.
    OPEN INPUT CriblageParamFile
    IF CriblageParamTrouve
        READ CriblageParamFile
            AT END
                MOVE 'Y' TO EOFParam
            NOT AT END
                UNSTRING CriblageParamLine DELIMITED BY ALL SPACE
                    INTO PeriodeDebut, PeriodeFin
                END-UNSTRING
        END-READ
    END-IF
    CLOSE CriblageParamFile

    IF PeriodeFin = SPACES
        MOVE PeriodeDebut TO PeriodeFin
    END-IF

    IF DebAnnee IS NUMERIC AND DebMois IS NUMERIC
       AND DebSeparateur = "-"
       AND DebMois >= "01" AND DebMois <= "12"
       AND FinAnnee IS NUMERIC AND FinMois IS NUMERIC
       AND FinSeparateur = "-"
       AND FinMois >= "01" AND FinMois <= "12"
       AND PeriodeFin NOT < PeriodeDebut
        SET PeriodeValide TO TRUE
    END-IF.

*> ----------------------------------------------------------------
*> 1100-CHARGER-PERIODES-CLOSES : seules les periodes closes ont une
*> archive ; les autres sont entierement au fichier maitre.
*> ----------------------------------------------------------------
1100-CHARGER-PERIODES-CLOSES.
    OPEN INPUT PeriodesFile
    IF PeriodesFileTrouve
        PERFORM 1110-LIRE-UNE-PERIODE UNTIL EOFPeriodes = 'Y'
    END-IF
    CLOSE PeriodesFile.

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

*> ----------------------------------------------------------------
*> 1150-CHARGER-JOURS-FERIES : charge en table le calendrier des
*> jours feries ; absent, seuls les week-ends sont non ouvres, et
*> on l'annonce dans l'etat.
*> ----------------------------------------------------------------
1150-CHARGER-JOURS-FERIES.
    OPEN INPUT FeriesFile
    IF FeriesFileTrouve
        SET FeriesCharges TO TRUE
        PERFORM 1160-LIRE-UN-FERIE UNTIL EOFFeries = 'Y'
    END-IF
    CLOSE FeriesFile

    IF NOT FeriesCharges
        MOVE "CALENDRIER DES JOURS FERIES ABSENT : SEULS LES WEEK-ENDS SONT NON OUVRES"
            TO CriblageLine
        WRITE CriblageLine
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
*> 1200-CHARGER-TAUX-CHANGE : charge en table les taux de change
*> vers la devise de base, comme le fait MonthClose.
*> ----------------------------------------------------------------
1200-CHARGER-TAUX-CHANGE.
    OPEN INPUT TauxFile
    IF TauxFileTrouve
        PERFORM 1210-LIRE-UN-TAUX UNTIL EOFTaux = 'Y'
    END-IF
    CLOSE TauxFile.

1210-LIRE-UN-TAUX.
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

1300-ECRIRE-ENTETE.
    MOVE SPACES TO CriblageLine
    IF PeriodeFin = PeriodeDebut
        STRING "CRIBLAGE DES TRANSACTIONS PERIODE " DELIMITED BY SIZE
               PeriodeDebut DELIMITED BY SIZE
               INTO CriblageLine
    ELSE
        STRING "CRIBLAGE DES TRANSACTIONS PERIODES " DELIMITED BY SIZE
               PeriodeDebut DELIMITED BY SIZE
               " A " DELIMITED BY SIZE
               PeriodeFin DELIMITED BY SIZE
               INTO CriblageLine
    END-IF
    WRITE CriblageLine
    MOVE SeuilMontant TO MontantAffiche
    MOVE SPACES TO CriblageLine
    STRING "SEUIL D'EXCEPTION " DELIMITED BY SIZE
           MontantAffiche DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           DeviseBase DELIMITED BY SIZE
           INTO CriblageLine
    WRITE CriblageLine
    MOVE "-----------------------------" TO CriblageLine
    WRITE CriblageLine.

1350-ECRIRE-VOLUME.
    MOVE NbTransactions TO NbAffiche
    MOVE NbDoublonsEcartes TO NbAffiche2
    MOVE SPACES TO CriblageLine
    STRING "TRANSACTIONS CRIBLEES : " DELIMITED BY SIZE
           NbAffiche DELIMITED BY SIZE
           " (PRESENTES AU MAITRE ET EN ARCHIVE, RETENUES UNE FOIS : "
           DELIMITED BY SIZE
           NbAffiche2 DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
           INTO CriblageLine
    WRITE CriblageLine

    IF TableTransactionsPleine
        SET DesAnomaliesDetectees TO TRUE
        MOVE "PLUS DE 5000 TRANSACTIONS : CRIBLAGE INCOMPLET"
            TO CriblageLine
        WRITE CriblageLine
    END-IF
    MOVE "-----------------------------" TO CriblageLine
    WRITE CriblageLine.

*> ----------------------------------------------------------------
*> 1900-ABANDONNER-SUR-TRI : le classement des constats a echoue ;
*> un listing non classe tromperait le lecteur.
*> ----------------------------------------------------------------
1900-ABANDONNER-SUR-TRI.
    SET DesAnomaliesDetectees TO TRUE
    MOVE "TRI DES CONSTATS EN ECHEC : CRIBLAGE ABANDONNE"
        TO CriblageLine
    WRITE CriblageLine
    DISPLAY "FRAUDSCREEN : TRI EN ECHEC, CRIBLAGE ABANDONNE"
    CLOSE CriblageFile
    PERFORM 5950-ECRIRE-JOURNAL-EXECUTION
    STOP RUN.

*> ----------------------------------------------------------------
*> 2000-BALAYER-FICHIER-MAITRE : transactions du fichier maitre
*> datees dans la suite de periodes.
*> ----------------------------------------------------------------
2000-BALAYER-FICHIER-MAITRE.
    OPEN INPUT TranMasterFile
    IF MasterFichierAbsent
        MOVE 'Y' TO EOFMaitre
    ELSE
*> un maitre illisible ferait passer un criblage partiel pour
*> complet : on arrete.
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

    PERFORM 2050-EXAMINER-UN-MAITRE UNTIL EOFMaitre = 'Y'

    CLOSE TranMasterFile.

2050-EXAMINER-UN-MAITRE.
    READ TranMasterFile NEXT RECORD
        AT END
            MOVE 'Y' TO EOFMaitre
        NOT AT END
            IF TranDate (1:7) NOT < PeriodeDebut
               AND TranDate (1:7) NOT > PeriodeFin
                MOVE TranID TO ExamTranID
                MOVE TranDate TO ExamDate
                MOVE TranDesc TO ExamDesc
                MOVE TranCategorie TO ExamCategorie
                MOVE TranMontant TO ExamMontant
                MOVE TranDevise TO ExamDevise
                MOVE TranCentreCout TO ExamCentre
                IF ExamCentre = SPACES
                    MOVE CentreCoutDefaut TO ExamCentre
                END-IF
                PERFORM 2400-RETENIR-TRANSACTION
            END-IF
    END-READ.

*> ----------------------------------------------------------------
*> 2200-BALAYER-ARCHIVES : archive de chaque periode close de la
*> suite, de la premiere a la derniere.
*> ----------------------------------------------------------------
2200-BALAYER-ARCHIVES.
    MOVE PeriodeDebut TO PeriodeEnCours
    MOVE DebAnnee TO AnneeEnCours
    MOVE DebMois TO MoisEnCours
    PERFORM 2250-EXAMINER-UNE-PERIODE
        UNTIL PeriodeEnCours > PeriodeFin.

2250-EXAMINER-UNE-PERIODE.
    SET PerIdx TO 1
    SEARCH PeriodeCloseEntry
        AT END
            CONTINUE
        WHEN PeriodeClose (PerIdx) = PeriodeEnCours
            PERFORM 2300-BALAYER-UNE-ARCHIVE
    END-SEARCH

    IF MoisEnCours = 12
        ADD 1 TO AnneeEnCours
        MOVE 1 TO MoisEnCours
    ELSE
        ADD 1 TO MoisEnCours
    END-IF
    MOVE SPACES TO PeriodeEnCours
    STRING AnneeEnCours DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           MoisEnCours DELIMITED BY SIZE
           INTO PeriodeEnCours.

2300-BALAYER-UNE-ARCHIVE.
    MOVE 'N' TO EOFArchive
    MOVE SPACES TO NomArchive
    STRING "archive_txn_" DELIMITED BY SIZE
           PeriodeEnCours DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO NomArchive

    OPEN INPUT ArchiveFile
    IF ArchiveTrouvee
        PERFORM 2350-LIRE-UNE-ARCHIVEE UNTIL EOFArchive = 'Y'
    ELSE
        SET DesAnomaliesDetectees TO TRUE
        MOVE SPACES TO CriblageLine
        STRING "ARCHIVE ABSENTE POUR LA PERIODE CLOSE "
               DELIMITED BY SIZE
               PeriodeEnCours DELIMITED BY SIZE
               " : CRIBLAGE INCOMPLET" DELIMITED BY SIZE
               INTO CriblageLine
        WRITE CriblageLine
    END-IF
    CLOSE ArchiveFile.

2350-LIRE-UNE-ARCHIVEE.
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
                IF ExamCentre = SPACES
                    MOVE CentreCoutDefaut TO ExamCentre
                END-IF
                PERFORM 2400-RETENIR-TRANSACTION
            END-IF
    END-READ.

*> ----------------------------------------------------------------
*> 2400-RETENIR-TRANSACTION : ajoute l'ecriture examinee a la table,
*> sauf si elle y est deja (meme TranID, meme date).
*> ----------------------------------------------------------------
2400-RETENIR-TRANSACTION.
    MOVE 'N' TO DejaRetenueSw
    SET TrsIdx TO 1
    SEARCH TrsEntry
        AT END
            CONTINUE
        WHEN TrsTranID (TrsIdx) = ExamTranID
         AND TrsDate (TrsIdx) = ExamDate
            SET DejaRetenue TO TRUE
    END-SEARCH

    EVALUATE TRUE
        WHEN DejaRetenue
            ADD 1 TO NbDoublonsEcartes
        WHEN NbTransactions NOT < 5000
            SET TableTransactionsPleine TO TRUE
        WHEN OTHER
            PERFORM 2450-CONVERTIR-EN-BASE
            ADD 1 TO NbTransactions
            SET TrsIdx TO NbTransactions
            MOVE ExamTranID TO TrsTranID (TrsIdx)
            MOVE ExamDate TO TrsDate (TrsIdx)
            MOVE ExamDesc TO TrsDesc (TrsIdx)
            MOVE ExamMontant TO TrsMontant (TrsIdx)
            MOVE ExamDevise TO TrsDevise (TrsIdx)
            MOVE ExamCentre TO TrsCentre (TrsIdx)
            MOVE ExamMontantBase TO TrsMontantBase (TrsIdx)
    END-EVALUATE.

*> ----------------------------------------------------------------
*> 2450-CONVERTIR-EN-BASE : montant en devise de base au taux de
*> TranDate, comme SimpleAudit ; sans taux, le montant d'origine.
*> ----------------------------------------------------------------
2450-CONVERTIR-EN-BASE.
    MOVE ExamMontant TO ExamMontantBase
    IF ExamDevise NOT = DeviseBase AND ExamDevise NOT = SPACES
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
            COMPUTE ExamMontantBase ROUNDED = ExamMontant * TauxCourant
        END-IF
    END-IF.

2950-ABANDONNER-MAITRE-INDISPONIBLE.
    SET DesAnomaliesDetectees TO TRUE
    DISPLAY "FRAUDSCREEN : FICHIER MAITRE INDISPONIBLE, STATUT "
            MasterStatus " - RUN ABANDONNE"
    MOVE SPACES TO CriblageLine
    STRING "FICHIER MAITRE INDISPONIBLE (STATUT " DELIMITED BY SIZE
           MasterStatus DELIMITED BY SIZE
           ") : RUN ABANDONNE" DELIMITED BY SIZE
           INTO CriblageLine
    WRITE CriblageLine
    CLOSE CriblageFile
    PERFORM 5950-ECRIRE-JOURNAL-EXECUTION
    STOP RUN.

*> ----------------------------------------------------------------
*> 3000-APPLIQUER-REGLES : procedure d'entree du tri ; chaque regle
*> parcourt la table et publie ses constats.
*> ----------------------------------------------------------------
3000-APPLIQUER-REGLES.
    PERFORM 3100-FRACTIONNEMENT-JOUR
        VARYING TrsIdx FROM 1 BY 1 UNTIL TrsIdx > NbTransactions
    PERFORM 3200-FRACTIONNEMENT-LIBELLE
        VARYING TrsIdx FROM 1 BY 1 UNTIL TrsIdx > NbTransactions
    PERFORM 3300-MONTANT-ROND
        VARYING TrsIdx FROM 1 BY 1 UNTIL TrsIdx > NbTransactions
    PERFORM 3400-DATE-NON-OUVREE
        VARYING TrsIdx FROM 1 BY 1 UNTIL TrsIdx > NbTransactions
    PERFORM 3500-MULTI-CENTRES
        VARYING TrsIdx FROM 1 BY 1 UNTIL TrsIdx > NbTransactions
    PERFORM 3600-HORS-SEQUENCE
        VARYING TrsIdx FROM 1 BY 1 UNTIL TrsIdx > NbTransactions.

*> ----------------------------------------------------------------
*> 3100-FRACTIONNEMENT-JOUR : regle 1. La premiere ligne juste sous
*> le seuil d'un jour reunit les suivantes du meme jour ; le groupe
*> est constate si son total depasse le seuil.
*> ----------------------------------------------------------------
3100-FRACTIONNEMENT-JOUR.
    IF TrsVuJour (TrsIdx) = 'N'
       AND TrsMontantBase (TrsIdx) NOT < PlancherFractionnement
       AND TrsMontantBase (TrsIdx) NOT > SeuilMontant
        MOVE 1 TO RegleCourante
        PERFORM 3800-DEBUTER-GROUPE
        MOVE 'O' TO TrsVuJour (TrsIdx)
        PERFORM 3110-REUNIR-MEME-JOUR
            VARYING TrsIdx2 FROM TrsIdx BY 1
            UNTIL TrsIdx2 > NbTransactions
        IF GrpNb > 1 AND GrpTotal > SeuilMontant
            MOVE SPACES TO DetailConstat
            STRING "LE " DELIMITED BY SIZE
                   TrsDate (TrsIdx) DELIMITED BY SIZE
                   ", LIGNES JUSTE SOUS LE SEUIL" DELIMITED BY SIZE
                   INTO DetailConstat
            PERFORM 3900-PUBLIER-CONSTAT
        END-IF
    END-IF.

3110-REUNIR-MEME-JOUR.
    IF TrsIdx2 > TrsIdx
       AND TrsVuJour (TrsIdx2) = 'N'
       AND TrsDate (TrsIdx2) = TrsDate (TrsIdx)
       AND TrsMontantBase (TrsIdx2) NOT < PlancherFractionnement
       AND TrsMontantBase (TrsIdx2) NOT > SeuilMontant
        MOVE 'O' TO TrsVuJour (TrsIdx2)
        PERFORM 3810-AJOUTER-MEMBRE
    END-IF.

*> ----------------------------------------------------------------
*> 3200-FRACTIONNEMENT-LIBELLE : regle 2, comme la regle 1 mais
*> sur le libelle, quel que soit le jour.
*> ----------------------------------------------------------------
3200-FRACTIONNEMENT-LIBELLE.
    IF TrsVuLibelle (TrsIdx) = 'N'
       AND TrsMontantBase (TrsIdx) NOT < PlancherFractionnement
       AND TrsMontantBase (TrsIdx) NOT > SeuilMontant
        MOVE 2 TO RegleCourante
        PERFORM 3800-DEBUTER-GROUPE
        MOVE 'O' TO TrsVuLibelle (TrsIdx)
        PERFORM 3210-REUNIR-MEME-LIBELLE
            VARYING TrsIdx2 FROM TrsIdx BY 1
            UNTIL TrsIdx2 > NbTransactions
        IF GrpNb > 1 AND GrpTotal > SeuilMontant
            MOVE SPACES TO DetailConstat
            STRING "LIBELLE " DELIMITED BY SIZE
                   TrsDesc (TrsIdx) DELIMITED BY SIZE
                   INTO DetailConstat
            PERFORM 3900-PUBLIER-CONSTAT
        END-IF
    END-IF.

3210-REUNIR-MEME-LIBELLE.
    IF TrsIdx2 > TrsIdx
       AND TrsVuLibelle (TrsIdx2) = 'N'
       AND TrsDesc (TrsIdx2) = TrsDesc (TrsIdx)
       AND TrsMontantBase (TrsIdx2) NOT < PlancherFractionnement
       AND TrsMontantBase (TrsIdx2) NOT > SeuilMontant
        MOVE 'O' TO TrsVuLibelle (TrsIdx2)
        PERFORM 3810-AJOUTER-MEMBRE
    END-IF.

*> ----------------------------------------------------------------
*> 3300-MONTANT-ROND : regle 3, sur le montant d'origine, tel qu'il
*> a ete saisi.
*> ----------------------------------------------------------------
3300-MONTANT-ROND.
    IF TrsMontant (TrsIdx) < 0
        COMPUTE MontantAbsolu = 0 - TrsMontant (TrsIdx)
    ELSE
        MOVE TrsMontant (TrsIdx) TO MontantAbsolu
    END-IF
    IF MontantAbsolu NOT < PlancherMontantRond
        DIVIDE MontantAbsolu BY PasMontantRond
            GIVING QuotientRond REMAINDER ResteRond
        IF ResteRond = 0
            MOVE 3 TO RegleCourante
            PERFORM 3800-DEBUTER-GROUPE
            MOVE TrsMontant (TrsIdx) TO MontantOrigAffiche
            MOVE SPACES TO DetailConstat
            STRING "MONTANT SAISI " DELIMITED BY SIZE
                   MontantOrigAffiche DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TrsDevise (TrsIdx) DELIMITED BY SIZE
                   INTO DetailConstat
            PERFORM 3900-PUBLIER-CONSTAT
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> 3400-DATE-NON-OUVREE : regle 4 ; une date invalide (ligne
*> d'archive abimee) n'est pas examinee.
*> ----------------------------------------------------------------
3400-DATE-NON-OUVREE.
    MOVE TrsDate (TrsIdx) TO DateExaminee
    IF DexAnnee IS NUMERIC AND DexMois IS NUMERIC
       AND DexJour IS NUMERIC
        COMPUTE DateNumerique = FUNCTION NUMVAL(DexAnnee) * 10000
                              + FUNCTION NUMVAL(DexMois) * 100
                              + FUNCTION NUMVAL(DexJour)
        IF FUNCTION TEST-DATE-YYYYMMDD(DateNumerique) = 0
            COMPUTE JourEntier = FUNCTION INTEGER-OF-DATE(DateNumerique)
            DIVIDE JourEntier BY 7 GIVING SemainesEntieres
                REMAINDER JourSemaine
            MOVE SPACES TO DetailConstat
            EVALUATE TRUE
                WHEN JourSemaine = 6
                    STRING "SAMEDI " DELIMITED BY SIZE
                           DateExaminee DELIMITED BY SIZE
                           INTO DetailConstat
                WHEN JourSemaine = 0
                    STRING "DIMANCHE " DELIMITED BY SIZE
                           DateExaminee DELIMITED BY SIZE
                           INTO DetailConstat
                WHEN OTHER
                    SET FerIdx TO 1
                    SEARCH FerieEntry
                        AT END
                            CONTINUE
                        WHEN FerieDate (FerIdx) = DateExaminee
                            STRING "JOUR FERIE " DELIMITED BY SIZE
                                   DateExaminee DELIMITED BY SIZE
                                   INTO DetailConstat
                    END-SEARCH
            END-EVALUATE
            IF DetailConstat NOT = SPACES
                MOVE 4 TO RegleCourante
                PERFORM 3800-DEBUTER-GROUPE
                PERFORM 3900-PUBLIER-CONSTAT
            END-IF
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> 3500-MULTI-CENTRES : regle 5. La premiere transaction d'un meme
*> montant, d'une meme devise et d'un meme libelle reunit les
*> suivantes ; le groupe est constate s'il touche plusieurs
*> centres de cout.
*> ----------------------------------------------------------------
3500-MULTI-CENTRES.
    IF TrsVuCentres (TrsIdx) = 'N'
       AND TrsDesc (TrsIdx) (1:12) NOT = "REPARTITION-"
        MOVE 5 TO RegleCourante
        PERFORM 3800-DEBUTER-GROUPE
        MOVE 'O' TO TrsVuCentres (TrsIdx)
        PERFORM 3510-REUNIR-MEME-MONTANT
            VARYING TrsIdx2 FROM TrsIdx BY 1
            UNTIL TrsIdx2 > NbTransactions
        IF GrpMultiCentres
            MOVE TrsMontant (TrsIdx) TO MontantOrigAffiche
            MOVE SPACES TO DetailConstat
            STRING TrsDesc (TrsIdx) DELIMITED BY SIZE
                   MontantOrigAffiche DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TrsDevise (TrsIdx) DELIMITED BY SIZE
                   INTO DetailConstat
            PERFORM 3900-PUBLIER-CONSTAT
        END-IF
    END-IF.

3510-REUNIR-MEME-MONTANT.
    IF TrsIdx2 > TrsIdx
       AND TrsVuCentres (TrsIdx2) = 'N'
       AND TrsMontant (TrsIdx2) = TrsMontant (TrsIdx)
       AND TrsDevise (TrsIdx2) = TrsDevise (TrsIdx)
       AND TrsDesc (TrsIdx2) = TrsDesc (TrsIdx)
        MOVE 'O' TO TrsVuCentres (TrsIdx2)
        PERFORM 3810-AJOUTER-MEMBRE
    END-IF.

*> ----------------------------------------------------------------
*> 3600-HORS-SEQUENCE : regle 6. Un TranID deja vu a une autre date
*> est en double ; un TranID numerote est hors sequence si un
*> TranID inferieur de la meme serie (meme lettre) est date apres
*> lui. Les series des programmes de generation ne sont pas
*> chronologiques et reprennent les memes numeros d'une annee a
*> l'autre : elles echappent au controle d'ordre, et n'y sont en
*> double que dans la meme annee. Le premier cas trouve suffit au
*> constat.
*> ----------------------------------------------------------------
3600-HORS-SEQUENCE.
    MOVE 'N' TO SequenceSw
    MOVE TrsTranID (TrsIdx) (1:1) TO LettreSerie
    MOVE SPACES TO DetailConstat
    PERFORM 3610-COMPARER-SEQUENCE
        VARYING TrsIdx2 FROM 1 BY 1
        UNTIL TrsIdx2 > NbTransactions OR HorsSequence
    IF HorsSequence
        MOVE 6 TO RegleCourante
        PERFORM 3800-DEBUTER-GROUPE
        PERFORM 3900-PUBLIER-CONSTAT
    END-IF.

3610-COMPARER-SEQUENCE.
    EVALUATE TRUE
        WHEN TrsIdx2 < TrsIdx
         AND TrsTranID (TrsIdx2) = TrsTranID (TrsIdx)
         AND (NOT SerieGeneree
              OR TrsDate (TrsIdx2) (1:4) = TrsDate (TrsIdx) (1:4))
            SET HorsSequence TO TRUE
            STRING "TRANID EN DOUBLE, DEJA AU " DELIMITED BY SIZE
                   TrsDate (TrsIdx2) DELIMITED BY SIZE
                   INTO DetailConstat
        WHEN NOT SerieGeneree
         AND TrsTranID (TrsIdx) (2:5) IS NUMERIC
         AND TrsTranID (TrsIdx2) (2:5) IS NUMERIC
         AND TrsTranID (TrsIdx2) (1:1) = TrsTranID (TrsIdx) (1:1)
         AND TrsTranID (TrsIdx2) < TrsTranID (TrsIdx)
         AND TrsDate (TrsIdx2) > TrsDate (TrsIdx)
            SET HorsSequence TO TRUE
            STRING "DATE ANTERIEURE A " DELIMITED BY SIZE
                   TrsTranID (TrsIdx2) DELIMITED BY SIZE
                   " DU " DELIMITED BY SIZE
                   TrsDate (TrsIdx2) DELIMITED BY SIZE
                   INTO DetailConstat
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> ----------------------------------------------------------------
*> 3800-DEBUTER-GROUPE : le groupe du constat commence par la
*> transaction TrsIdx.
*> ----------------------------------------------------------------
3800-DEBUTER-GROUPE.
    MOVE 0 TO GrpNb
    MOVE 0 TO GrpTotal
    MOVE TrsCentre (TrsIdx) TO GrpCentre
    MOVE 'N' TO GrpMultiCentresSw
    SET TrsIdx2 TO TrsIdx
    PERFORM 3810-AJOUTER-MEMBRE.

3810-AJOUTER-MEMBRE.
    ADD 1 TO GrpNb
    SET GrpTrs (GrpNb) TO TrsIdx2
    ADD TrsMontantBase (TrsIdx2) TO GrpTotal
    IF TrsCentre (TrsIdx2) NOT = GrpCentre
        SET GrpMultiCentres TO TRUE
    END-IF.

*> ----------------------------------------------------------------
*> 3900-PUBLIER-CONSTAT : remet le constat au tri avec son score,
*> et compte ses transactions par regle et centre de cout.
*> ----------------------------------------------------------------
3900-PUBLIER-CONSTAT.
    ADD 1 TO NbConstats
    ADD 1 TO NbConstatsRegle (RegleCourante)
    ADD GrpNb TO NbTransRegle (RegleCourante)

    EVALUATE RegleCourante
        WHEN 1
            MOVE 90 TO ScoreConstat
        WHEN 2
            MOVE 80 TO ScoreConstat
        WHEN 5
            MOVE 70 TO ScoreConstat
        WHEN 6
            MOVE 60 TO ScoreConstat
        WHEN 4
            MOVE 40 TO ScoreConstat
        WHEN OTHER
            MOVE 30 TO ScoreConstat
    END-EVALUATE
    IF GrpNb > 50
        COMPUTE ScoreConstat = ScoreConstat + 245
    ELSE
        COMPUTE ScoreConstat = ScoreConstat + (GrpNb - 1) * 5
    END-IF

    MOVE SPACES TO TranIDsConstat
    MOVE 1 TO PositionTranIDs
    PERFORM 3910-AJOUTER-TRANID
        VARYING GrpIdx FROM 1 BY 1 UNTIL GrpIdx > GrpNb

    MOVE ScoreConstat TO TriScore
    IF GrpTotal < 0
        COMPUTE TriMontant = 0 - GrpTotal
    ELSE
        MOVE GrpTotal TO TriMontant
    END-IF
    MOVE NbConstats TO TriNumero
    MOVE RegleCourante TO TriRegle
    IF GrpNb > 999
        MOVE 999 TO TriNbTrans
    ELSE
        MOVE GrpNb TO TriNbTrans
    END-IF
    IF GrpMultiCentres
        MOVE "MULT" TO TriCentre
    ELSE
        MOVE GrpCentre TO TriCentre
    END-IF
    MOVE DetailConstat TO TriDetail
    MOVE TranIDsConstat TO TriTranIDs
    RELEASE TriConstat.

*> chaque membre du groupe compte dans la synthese par centre ; les
*> TranID tiennent sur la ligne jusqu'au neuvieme, au-dela le
*> listing l'indique par "..."
3910-AJOUTER-TRANID.
    SET TrsIdx3 TO GrpTrs (GrpIdx)
    PERFORM 3950-COMPTER-CENTRE
    IF GrpIdx < 10
        STRING TrsTranID (TrsIdx3) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INTO TranIDsConstat
               WITH POINTER PositionTranIDs
    END-IF
    IF GrpIdx = 10
        STRING "..." DELIMITED BY SIZE
               INTO TranIDsConstat
               WITH POINTER PositionTranIDs
    END-IF.

3950-COMPTER-CENTRE.
    SET SynIdx TO 1
    SEARCH SyntheseEntry
        AT END
            IF NbCentresSynthese < 200
                ADD 1 TO NbCentresSynthese
                SET SynIdx TO NbCentresSynthese
                MOVE TrsCentre (TrsIdx3) TO SynCentre (SynIdx)
                ADD 1 TO SynNb (SynIdx, RegleCourante)
            ELSE
                SET TableSynthesePleine TO TRUE
            END-IF
        WHEN SynCentre (SynIdx) = TrsCentre (TrsIdx3)
            ADD 1 TO SynNb (SynIdx, RegleCourante)
    END-SEARCH.

*> ----------------------------------------------------------------
*> 4000-ECRIRE-CONSTATS : procedure de sortie du tri ; les constats
*> reviennent par score decroissant et sont numerotes dans cet
*> ordre.
*> ----------------------------------------------------------------
4000-ECRIRE-CONSTATS.
    MOVE "CONSTATS CLASSES PAR SCORE DECROISSANT" TO CriblageLine
    WRITE CriblageLine
    MOVE " RANG SCORE REGLE                            CENTRE  NB   MONTANT BASE"
        TO CriblageLine
    WRITE CriblageLine
    MOVE 'N' TO FinTri
    MOVE 0 TO RangConstat
    PERFORM 4050-ECRIRE-UN-CONSTAT UNTIL FinTri = 'Y'
    IF RangConstat = 0
        MOVE "AUCUN CONSTAT POUR LA PERIODE" TO CriblageLine
        WRITE CriblageLine
    END-IF
    MOVE "-----------------------------" TO CriblageLine
    WRITE CriblageLine.

4050-ECRIRE-UN-CONSTAT.
    RETURN TriConstatFile
        AT END
            MOVE 'Y' TO FinTri
        NOT AT END
            ADD 1 TO RangConstat
            MOVE TriRegle TO RegleIdx
            PERFORM 4100-LIBELLER-REGLE
            MOVE RangConstat TO RangAffiche
            MOVE TriScore TO ScoreAffiche
            MOVE TriNbTrans TO NbCourtAffiche
            MOVE TriMontant TO MontantAffiche
            MOVE SPACES TO CriblageLine
            STRING RangAffiche DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   ScoreAffiche DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TriRegle DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   LibelleRegle DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TriCentre DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   NbCourtAffiche DELIMITED BY SIZE
                   MontantAffiche DELIMITED BY SIZE
                   INTO CriblageLine
            WRITE CriblageLine
            MOVE SPACES TO CriblageLine
            STRING "           " DELIMITED BY SIZE
                   TriDetail DELIMITED BY SIZE
                   INTO CriblageLine
            WRITE CriblageLine
            MOVE SPACES TO CriblageLine
            STRING "           TRANID : " DELIMITED BY SIZE
                   TriTranIDs DELIMITED BY SIZE
                   INTO CriblageLine
            WRITE CriblageLine
    END-RETURN.

4100-LIBELLER-REGLE.
    EVALUATE RegleIdx
        WHEN 1
            MOVE "FRACTIONNEMENT MEME JOUR" TO LibelleRegle
        WHEN 2
            MOVE "FRACTIONNEMENT MEME LIBELLE" TO LibelleRegle
        WHEN 3
            MOVE "MONTANT ROND" TO LibelleRegle
        WHEN 4
            MOVE "DATE NON OUVREE" TO LibelleRegle
        WHEN 5
            MOVE "MEME MONTANT MULTI-CENTRES" TO LibelleRegle
        WHEN OTHER
            MOVE "TRANID HORS SEQUENCE" TO LibelleRegle
    END-EVALUATE.

*> ----------------------------------------------------------------
*> 4500-ECRIRE-SYNTHESE : pour le comite d'audit, le nombre de
*> constats et de transactions signalees par regle, puis les
*> transactions signalees par centre de cout et par regle (une
*> transaction d'un constat de groupe compte dans son propre
*> centre).
*> ----------------------------------------------------------------
4500-ECRIRE-SYNTHESE.
    MOVE "SYNTHESE PAR REGLE" TO CriblageLine
    WRITE CriblageLine
    MOVE "  REGLE                            CONSTATS TRANSACTIONS"
        TO CriblageLine
    WRITE CriblageLine
    PERFORM 4550-ECRIRE-UNE-REGLE
        VARYING RegleIdx FROM 1 BY 1 UNTIL RegleIdx > 6
    MOVE NbConstats TO NbAffiche
    MOVE SPACES TO CriblageLine
    STRING "  TOTAL                            " DELIMITED BY SIZE
           NbAffiche DELIMITED BY SIZE
           INTO CriblageLine
    WRITE CriblageLine
    MOVE "-----------------------------" TO CriblageLine
    WRITE CriblageLine

    MOVE "SYNTHESE PAR CENTRE DE COUT (TRANSACTIONS SIGNALEES)"
        TO CriblageLine
    WRITE CriblageLine
    MOVE "  CENTRE  FRAC.JOUR FRAC.LIB.      ROND NON OUVRE  MULTI-CC  SEQUENCE"
        TO CriblageLine
    WRITE CriblageLine
    PERFORM 4600-ECRIRE-UN-CENTRE
        VARYING SynIdx FROM 1 BY 1 UNTIL SynIdx > NbCentresSynthese
    IF TableSynthesePleine
        SET DesAnomaliesDetectees TO TRUE
        MOVE "PLUS DE 200 CENTRES DE COUT : SYNTHESE TRONQUEE"
            TO CriblageLine
        WRITE CriblageLine
    END-IF.

4550-ECRIRE-UNE-REGLE.
    PERFORM 4100-LIBELLER-REGLE
    MOVE NbConstatsRegle (RegleIdx) TO NbAffiche
    MOVE NbTransRegle (RegleIdx) TO NbAffiche2
    MOVE SPACES TO CriblageLine
    STRING "  " DELIMITED BY SIZE
           RegleIdx DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           LibelleRegle DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           NbAffiche DELIMITED BY SIZE
           "      " DELIMITED BY SIZE
           NbAffiche2 DELIMITED BY SIZE
           INTO CriblageLine
    WRITE CriblageLine.

4600-ECRIRE-UN-CENTRE.
    MOVE SPACES TO LigneSynthese
    MOVE 1 TO PositionSynthese
    STRING "  " DELIMITED BY SIZE
           SynCentre (SynIdx) DELIMITED BY SIZE
           "   " DELIMITED BY SIZE
           INTO LigneSynthese
           WITH POINTER PositionSynthese
    PERFORM 4650-AJOUTER-UN-COMPTE
        VARYING RegleIdx FROM 1 BY 1 UNTIL RegleIdx > 6
    MOVE LigneSynthese TO CriblageLine
    WRITE CriblageLine.

4650-AJOUTER-UN-COMPTE.
    MOVE SynNb (SynIdx, RegleIdx) TO NbCourtAffiche
    STRING "     " DELIMITED BY SIZE
           NbCourtAffiche DELIMITED BY SIZE
           INTO LigneSynthese
           WITH POINTER PositionSynthese.

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

    MOVE NbTransactions TO NbTransAffiche
    MOVE NbConstats TO NbConstatsAffiche
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
           " PERIODE=" DELIMITED BY SIZE
           PeriodeDebut DELIMITED BY SIZE
           " FIN=" DELIMITED BY SIZE
           PeriodeFin DELIMITED BY SIZE
           " CRIBLEES=" DELIMITED BY SIZE
           NbTransAffiche DELIMITED BY SIZE
           " CONSTATS=" DELIMITED BY SIZE
           NbConstatsAffiche DELIMITED BY SIZE
           " STATUT=" DELIMITED BY SIZE
           CodeRetourRun DELIMITED BY SIZE
           INTO AuditLogLine
    WRITE AuditLogLine
    CLOSE AuditLogFile.
