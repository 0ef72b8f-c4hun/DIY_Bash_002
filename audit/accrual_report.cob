IDENTIFICATION DIVISION.
PROGRAM-ID. AccrualReport.

*> ------------------------------------------------------------------
*> Etat des provisions de fin de periode : pour chaque provision du
*> registre registre_provisions.txt (et chaque reference encore
*> presente au registre des emissions provisions_emises.txt, meme
*> retiree depuis du registre), ou en est-elle dans les livres ?
*>
*> Les ecritures emises par AccrualGen sont recherchees sous leur
*> TransID (R + reference + P pour la provision, R + reference + X
*> pour l'extourne) dans le fichier maitre des transactions et dans
*> les archives des periodes closes (archive_txn_AAAA-MM.txt, via
*> periodes_closes.txt) de la periode cible et de la suivante.
*> Chaque provision est classee :
*>   NON EMISE                : ni emise ni comptabilisee ;
*>   EMISE NON COMPTABILISEE  : emise, mais absente des livres ;
*>   OUVERTE                  : provision comptabilisee, extourne
*>                              pas encore ;
*>   EXTOURNEE                : provision et extourne comptabilisees ;
*>   EXTOURNEE SANS ORIGINALE : extourne comptabilisee sans la
*>                              provision qu'elle annule (anomalie).
*>
*> L'etat etat_provisions.txt donne une ligne par provision et les
*> comptes par classe.
*> ------------------------------------------------------------------

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL RegProvFile ASSIGN TO 'registre_provisions.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RegProvStatus.
    SELECT OPTIONAL ProvEmiseFile ASSIGN TO 'provisions_emises.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ProvEmiseStatus.
    SELECT TranMasterFile ASSIGN TO 'transactions_master.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TranID
        FILE STATUS IS MasterStatus.
    SELECT OPTIONAL PeriodesFile ASSIGN TO 'periodes_closes.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PeriodesStatus.
    SELECT OPTIONAL ArchiveFile ASSIGN TO DYNAMIC NomArchive
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ArchiveStatus.
    SELECT EtatProvFile ASSIGN TO 'etat_provisions.txt'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL AuditLogFile ASSIGN TO 'audit_run_log.txt'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD RegProvFile.
01 RegProvLigne    PIC X(120).

FD ProvEmiseFile.
COPY "provemi.cpy".

FD TranMasterFile.
COPY "tranmas.cpy".

FD PeriodesFile.
01 PeriodeLigne    PIC X(07).

FD ArchiveFile.
01 ArchiveLigne    PIC X(80).

FD EtatProvFile.
01 EtatProvLine    PIC X(132).

FD AuditLogFile.
01 AuditLogLine    PIC X(132).

WORKING-STORAGE SECTION.
01 RegProvStatus   PIC XX VALUE SPACES.
    88 RegProvTrouve VALUE '00'.
01 ProvEmiseStatus PIC XX VALUE SPACES.
    88 ProvEmiseTrouve VALUE '00'.
01 MasterStatus    PIC XX VALUE SPACES.
    88 MasterOK            VALUE '00'.
    88 MasterFichierAbsent VALUE '35'.
01 PeriodesStatus  PIC XX VALUE SPACES.
    88 PeriodesFileTrouve VALUE '00'.
01 ArchiveStatus   PIC XX VALUE SPACES.
    88 ArchiveTrouvee VALUE '00'.
01 EOFRegProv      PIC X VALUE 'N'.
01 EOFProvEmises   PIC X VALUE 'N'.
01 EOFMaitre       PIC X VALUE 'N'.
01 EOFPeriodes     PIC X VALUE 'N'.
01 EOFArchive      PIC X VALUE 'N'.
01 NomArchive      PIC X(40) VALUE SPACES.
01 PeriodeEnCours  PIC X(07) VALUE SPACES.

*> decoupage d'une provision du registre (voir AccrualGen)
01 ProvOperateur   PIC X(08) VALUE SPACES.
01 ProvRef         PIC X(04) VALUE SPACES.
01 ProvDesc        PIC X(30) VALUE SPACES.
01 ProvCategorie   PIC X(04) VALUE SPACES.
01 ProvMontantTxte PIC X(12) VALUE SPACES.
01 ProvDevise      PIC X(03) VALUE SPACES.
01 ProvPeriode     PIC X(07) VALUE SPACES.
01 ProvCentre      PIC X(04) VALUE SPACES.
01 NbCarRef        PIC 9(02) VALUE 0.
01 NbCarPeriode    PIC 9(02) VALUE 0.
01 NbCarCentre     PIC 9(02) VALUE 0.
01 CentreCoutDefaut PIC X(04) VALUE 'SIEG'.
01 AnneeSuivante   PIC 9(04) VALUE 0.
01 MoisSuivant     PIC 9(02) VALUE 0.

*> provisions suivies : une entree par reference, avec ce qui en a
*> ete emis et ce qui en a ete retrouve dans les livres.
01 NbProvisions    PIC 9(03) VALUE 0.
01 TableProvisions.
    05 ProvEntry OCCURS 500 TIMES INDEXED BY PrvIdx.
        10 PrvReference    PIC X(04) VALUE SPACES.
        10 PrvPeriode      PIC X(07) VALUE SPACES.
        10 PrvPeriodeSuiv  PIC X(07) VALUE SPACES.
        10 PrvDesc         PIC X(30) VALUE SPACES.
        10 PrvCategorie    PIC X(04) VALUE SPACES.
        10 PrvCentre       PIC X(04) VALUE SPACES.
        10 PrvMontantTxte  PIC X(12) VALUE SPACES.
        10 PrvDevise       PIC X(03) VALUE SPACES.
        10 PrvProvEmise    PIC X(01) VALUE 'N'.
        10 PrvExtEmise     PIC X(01) VALUE 'N'.
        10 PrvProvPassee   PIC X(01) VALUE 'N'.
        10 PrvExtPassee    PIC X(01) VALUE 'N'.
01 TableProvisionsPleineSw PIC X VALUE 'N'.
    88 TableProvisionsPleine VALUE 'O'.
01 ProvisionTrouveeSw PIC X VALUE 'N'.
    88 ProvisionTrouvee VALUE 'O'.
01 ReferenceCherchee PIC X(04) VALUE SPACES.

*> ecriture examinee (fichier maitre ou archive)
01 ExamTranID      PIC X(06) VALUE SPACES.
01 ExamTranIDDecoupe REDEFINES ExamTranID.
    05 ExamPrefixe     PIC X(01).
    05 ExamReference   PIC X(04).
    05 ExamSuffixe     PIC X(01).
01 ExamDate        PIC X(10) VALUE SPACES.

*> classement d'une provision
01 StatutProvision PIC X(26) VALUE SPACES.
01 NbNonEmises     PIC 9(05) VALUE 0.
01 NbEmisesNonPassees PIC 9(05) VALUE 0.
01 NbOuvertes      PIC 9(05) VALUE 0.
01 NbExtournees    PIC 9(05) VALUE 0.
01 NbSansOriginale PIC 9(05) VALUE 0.
01 NbIgnorees      PIC 9(05) VALUE 0.
01 NbEcrituresVues PIC 9(07) VALUE 0.
01 NbAffiche       PIC ZZZZZZ9.

*> journal permanent des executions, comme dans SimpleAudit
01 DateDuJour          PIC 9(08).
01 HeureDuJour         PIC 9(08).
01 UtilisateurRun      PIC X(12) VALUE SPACES.
01 IndicateurAnomalie  PIC X VALUE 'N'.
    88 DesAnomaliesDetectees VALUE 'O'.
01 CodeRetourRun       PIC X(04) VALUE 'OK'.
01 NbOuvertesAffiche   PIC ZZZZZZ9.
01 NbExtourneesAffiche PIC ZZZZZZ9.
01 NbSansOrigAffiche   PIC ZZZZZZ9.
01 NbNonPasseesAffiche PIC ZZZZZZ9.

PROCEDURE DIVISION.
    OPEN OUTPUT EtatProvFile

    PERFORM 1000-CHARGER-REGISTRE
    PERFORM 1200-CHARGER-EMISSIONS
    PERFORM 2000-BALAYER-FICHIER-MAITRE
    PERFORM 2200-BALAYER-ARCHIVES
    PERFORM 3000-IMPRIMER-ETAT

    CLOSE EtatProvFile

    PERFORM 3950-ECRIRE-JOURNAL-EXECUTION

    STOP RUN.

*> ----------------------------------------------------------------
*> 1000-CHARGER-REGISTRE : met en table les provisions du registre ;
*> une ligne mal formee ou en double, que AccrualGen n'emettra pas,
*> est seulement comptee.
*> ----------------------------------------------------------------
1000-CHARGER-REGISTRE.
    OPEN INPUT RegProvFile
    IF RegProvTrouve
        PERFORM 1100-LIRE-UNE-PROVISION UNTIL EOFRegProv = 'Y'
    ELSE
        MOVE "REGISTRE DES PROVISIONS ABSENT" TO EtatProvLine
        WRITE EtatProvLine
    END-IF
    CLOSE RegProvFile.

1100-LIRE-UNE-PROVISION.
    READ RegProvFile
        AT END
            MOVE 'Y' TO EOFRegProv
        NOT AT END
            IF RegProvLigne NOT = SPACES
                PERFORM 1150-ANALYSER-PROVISION
            END-IF
    END-READ.

1150-ANALYSER-PROVISION.
    MOVE SPACES TO ProvOperateur ProvRef ProvDesc ProvCategorie
                   ProvMontantTxte ProvDevise ProvPeriode ProvCentre
    MOVE 0 TO NbCarRef NbCarPeriode NbCarCentre
    UNSTRING RegProvLigne DELIMITED BY SPACE
        INTO ProvOperateur,
             ProvRef         COUNT IN NbCarRef,
             ProvDesc,
             ProvCategorie,
             ProvMontantTxte,
             ProvDevise,
             ProvPeriode     COUNT IN NbCarPeriode,
             ProvCentre      COUNT IN NbCarCentre
    END-UNSTRING
    IF NbCarCentre = 0
        MOVE CentreCoutDefaut TO ProvCentre
    END-IF

    IF NbCarRef NOT = 4 OR NbCarPeriode NOT = 7
       OR ProvPeriode(1:4) IS NOT NUMERIC
       OR ProvPeriode(5:1) NOT = '-'
       OR ProvPeriode(6:2) IS NOT NUMERIC
       OR ProvPeriode(6:2) < '01' OR ProvPeriode(6:2) > '12'
        ADD 1 TO NbIgnorees
    ELSE
        MOVE ProvRef TO ReferenceCherchee
        PERFORM 1300-CHERCHER-PROVISION
        IF ProvisionTrouvee
            ADD 1 TO NbIgnorees
        ELSE
            PERFORM 1400-AJOUTER-PROVISION
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> 1200-CHARGER-EMISSIONS : marque ce qu'AccrualGen a emis ; une
*> reference emise mais retiree depuis du registre est reprise
*> telle qu'elle a ete emise.
*> ----------------------------------------------------------------
1200-CHARGER-EMISSIONS.
    OPEN INPUT ProvEmiseFile
    IF ProvEmiseTrouve
        PERFORM 1250-LIRE-UNE-EMISSION UNTIL EOFProvEmises = 'Y'
    END-IF
    CLOSE ProvEmiseFile.

1250-LIRE-UNE-EMISSION.
    READ ProvEmiseFile
        AT END
            MOVE 'Y' TO EOFProvEmises
        NOT AT END
            IF PemProvision OR PemExtourne
                MOVE PemReference TO ReferenceCherchee
                PERFORM 1300-CHERCHER-PROVISION
                IF NOT ProvisionTrouvee
                    MOVE PemReference TO ProvRef
                    MOVE PemPeriode TO ProvPeriode
                    MOVE PemDesc TO ProvDesc
                    MOVE PemCategorie TO ProvCategorie
                    MOVE PemCentre TO ProvCentre
                    MOVE PemMontantTxte TO ProvMontantTxte
                    MOVE PemDevise TO ProvDevise
                    PERFORM 1400-AJOUTER-PROVISION
                END-IF
                IF ProvisionTrouvee
                    IF PemProvision
                        MOVE 'O' TO PrvProvEmise (PrvIdx)
                    ELSE
                        MOVE 'O' TO PrvExtEmise (PrvIdx)
                    END-IF
                END-IF
            END-IF
    END-READ.

*> ----------------------------------------------------------------
*> 1300-CHERCHER-PROVISION : positionne PrvIdx sur la provision
*> ReferenceCherchee.
*> ----------------------------------------------------------------
1300-CHERCHER-PROVISION.
    MOVE 'N' TO ProvisionTrouveeSw
    SET PrvIdx TO 1
    SEARCH ProvEntry
        AT END
            CONTINUE
        WHEN PrvReference (PrvIdx) = ReferenceCherchee
            SET ProvisionTrouvee TO TRUE
    END-SEARCH.

*> ----------------------------------------------------------------
*> 1400-AJOUTER-PROVISION : ajoute la provision decoupee en table,
*> avec la periode suivante (celle de son extourne), et y laisse
*> PrvIdx.
*> ----------------------------------------------------------------
1400-AJOUTER-PROVISION.
    IF NbProvisions < 500
        ADD 1 TO NbProvisions
        SET PrvIdx TO NbProvisions
        SET ProvisionTrouvee TO TRUE
        MOVE ProvRef TO PrvReference (PrvIdx)
        MOVE ProvPeriode TO PrvPeriode (PrvIdx)
        MOVE ProvDesc TO PrvDesc (PrvIdx)
        MOVE ProvCategorie TO PrvCategorie (PrvIdx)
        MOVE ProvCentre TO PrvCentre (PrvIdx)
        MOVE ProvMontantTxte TO PrvMontantTxte (PrvIdx)
        MOVE ProvDevise TO PrvDevise (PrvIdx)
        MOVE ProvPeriode(1:4) TO AnneeSuivante
        MOVE ProvPeriode(6:2) TO MoisSuivant
        IF MoisSuivant = 12
            ADD 1 TO AnneeSuivante
            MOVE 1 TO MoisSuivant
        ELSE
            ADD 1 TO MoisSuivant
        END-IF
        STRING AnneeSuivante DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               MoisSuivant DELIMITED BY SIZE
               INTO PrvPeriodeSuiv (PrvIdx)
    ELSE
        IF NOT TableProvisionsPleine
            SET TableProvisionsPleine TO TRUE
            SET DesAnomaliesDetectees TO TRUE
            MOVE "PLUS DE 500 PROVISIONS : SURPLUS NON SUIVI"
                TO EtatProvLine
            WRITE EtatProvLine
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> 2000-BALAYER-FICHIER-MAITRE : ecritures des periodes ouvertes.
*> ----------------------------------------------------------------
2000-BALAYER-FICHIER-MAITRE.
    OPEN INPUT TranMasterFile
    IF MasterFichierAbsent
        MOVE 'Y' TO EOFMaitre
    ELSE
*> un maitre illisible ferait paraitre non comptabilisees des
*> ecritures qui le sont : on arrete plutot que de publier un etat
*> faux.
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
            MOVE TranID TO ExamTranID
            MOVE TranDate TO ExamDate
            PERFORM 2500-RAPPROCHER-ECRITURE
    END-READ.

*> ----------------------------------------------------------------
*> 2200-BALAYER-ARCHIVES : ecritures des periodes closes ; seules
*> sont lues les archives d'une periode cible de provision ou de la
*> periode suivante.
*> ----------------------------------------------------------------
2200-BALAYER-ARCHIVES.
    OPEN INPUT PeriodesFile
    IF PeriodesFileTrouve
        PERFORM 2250-EXAMINER-UNE-PERIODE UNTIL EOFPeriodes = 'Y'
    END-IF
    CLOSE PeriodesFile.

2250-EXAMINER-UNE-PERIODE.
    READ PeriodesFile
        AT END
            MOVE 'Y' TO EOFPeriodes
        NOT AT END
            MOVE PeriodeLigne TO PeriodeEnCours
            SET PrvIdx TO 1
            SEARCH ProvEntry
                AT END
                    CONTINUE
                WHEN PrvPeriode (PrvIdx) = PeriodeEnCours
                  OR PrvPeriodeSuiv (PrvIdx) = PeriodeEnCours
                    PERFORM 2300-BALAYER-UNE-ARCHIVE
            END-SEARCH
    END-READ.

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
        MOVE SPACES TO EtatProvLine
        STRING "ARCHIVE ABSENTE POUR LA PERIODE CLOSE "
               DELIMITED BY SIZE
               PeriodeEnCours DELIMITED BY SIZE
               " : ETAT INCOMPLET" DELIMITED BY SIZE
               INTO EtatProvLine
        WRITE EtatProvLine
    END-IF
    CLOSE ArchiveFile.

2350-LIRE-UNE-ARCHIVEE.
    READ ArchiveFile
        AT END
            MOVE 'Y' TO EOFArchive
        NOT AT END
            MOVE SPACES TO ExamTranID ExamDate
            UNSTRING ArchiveLigne DELIMITED BY SPACE
                INTO ExamTranID, ExamDate
            END-UNSTRING
            PERFORM 2500-RAPPROCHER-ECRITURE
    END-READ.

*> ----------------------------------------------------------------
*> 2500-RAPPROCHER-ECRITURE : une ecriture R + reference + P ou X
*> d'une provision suivie marque la provision ou son extourne
*> comme comptabilisee.
*> ----------------------------------------------------------------
2500-RAPPROCHER-ECRITURE.
    ADD 1 TO NbEcrituresVues
    IF ExamPrefixe = 'R'
       AND (ExamSuffixe = 'P' OR ExamSuffixe = 'X')
        MOVE ExamReference TO ReferenceCherchee
        PERFORM 1300-CHERCHER-PROVISION
        IF ProvisionTrouvee
            IF ExamSuffixe = 'P'
                MOVE 'O' TO PrvProvPassee (PrvIdx)
            ELSE
                MOVE 'O' TO PrvExtPassee (PrvIdx)
            END-IF
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> 2950-ABANDONNER-MAITRE-INDISPONIBLE : message operateur, trace a
*> l'etat et au journal, puis arret.
*> ----------------------------------------------------------------
2950-ABANDONNER-MAITRE-INDISPONIBLE.
    SET DesAnomaliesDetectees TO TRUE
    DISPLAY "ACCRUALREPORT : FICHIER MAITRE INDISPONIBLE, STATUT "
            MasterStatus " - RUN ABANDONNE"
    MOVE SPACES TO EtatProvLine
    STRING "FICHIER MAITRE INDISPONIBLE (STATUT " DELIMITED BY SIZE
           MasterStatus DELIMITED BY SIZE
           ") : RUN ABANDONNE" DELIMITED BY SIZE
           INTO EtatProvLine
    WRITE EtatProvLine
    CLOSE EtatProvFile
    PERFORM 3950-ECRIRE-JOURNAL-EXECUTION
    STOP RUN.

*> ----------------------------------------------------------------
*> 3000-IMPRIMER-ETAT : une ligne par provision, dans l'ordre du
*> registre, puis les comptes par classe.
*> ----------------------------------------------------------------
3000-IMPRIMER-ETAT.
    MOVE "ETAT DES PROVISIONS DE FIN DE PERIODE" TO EtatProvLine
    WRITE EtatProvLine
    MOVE "REF  PERIODE DESCRIPTION                    CAT  CENTRE MONTANT      DEV STATUT"
        TO EtatProvLine
    WRITE EtatProvLine

    PERFORM 3100-IMPRIMER-UNE-PROVISION
        VARYING PrvIdx FROM 1 BY 1 UNTIL PrvIdx > NbProvisions

    MOVE "-----------------------------" TO EtatProvLine
    WRITE EtatProvLine

    MOVE NbNonEmises TO NbAffiche
    MOVE SPACES TO EtatProvLine
    STRING "NON EMISES               : " DELIMITED BY SIZE
           NbAffiche DELIMITED BY SIZE
           INTO EtatProvLine
    WRITE EtatProvLine

    MOVE NbEmisesNonPassees TO NbAffiche
    MOVE SPACES TO EtatProvLine
    STRING "EMISES NON COMPTABILISEES: " DELIMITED BY SIZE
           NbAffiche DELIMITED BY SIZE
           INTO EtatProvLine
    WRITE EtatProvLine

    MOVE NbOuvertes TO NbAffiche
    MOVE SPACES TO EtatProvLine
    STRING "OUVERTES                 : " DELIMITED BY SIZE
           NbAffiche DELIMITED BY SIZE
           INTO EtatProvLine
    WRITE EtatProvLine

    MOVE NbExtournees TO NbAffiche
    MOVE SPACES TO EtatProvLine
    STRING "EXTOURNEES               : " DELIMITED BY SIZE
           NbAffiche DELIMITED BY SIZE
           INTO EtatProvLine
    WRITE EtatProvLine

    MOVE NbSansOriginale TO NbAffiche
    MOVE SPACES TO EtatProvLine
    STRING "EXTOURNEES SANS ORIGINALE: " DELIMITED BY SIZE
           NbAffiche DELIMITED BY SIZE
           INTO EtatProvLine
    WRITE EtatProvLine

    IF NbIgnorees > 0
        MOVE NbIgnorees TO NbAffiche
        MOVE SPACES TO EtatProvLine
        STRING "LIGNES DU REGISTRE IGNOREES : " DELIMITED BY SIZE
               NbAffiche DELIMITED BY SIZE
               INTO EtatProvLine
        WRITE EtatProvLine
    END-IF.

*> ----------------------------------------------------------------
*> 3100-IMPRIMER-UNE-PROVISION : classe la provision PrvIdx ; une
*> extourne comptabilisee sans sa provision est une anomalie,
*> qu'AccrualGen l'ait emise ou non.
*> ----------------------------------------------------------------
3100-IMPRIMER-UNE-PROVISION.
    EVALUATE TRUE
        WHEN PrvExtPassee (PrvIdx) = 'O'
         AND PrvProvPassee (PrvIdx) = 'N'
            MOVE "EXTOURNEE SANS ORIGINALE *" TO StatutProvision
            ADD 1 TO NbSansOriginale
            SET DesAnomaliesDetectees TO TRUE
        WHEN PrvExtPassee (PrvIdx) = 'O'
            MOVE "EXTOURNEE" TO StatutProvision
            ADD 1 TO NbExtournees
        WHEN PrvProvPassee (PrvIdx) = 'O'
            MOVE "OUVERTE" TO StatutProvision
            ADD 1 TO NbOuvertes
        WHEN PrvProvEmise (PrvIdx) = 'O'
            MOVE "EMISE NON COMPTABILISEE" TO StatutProvision
            ADD 1 TO NbEmisesNonPassees
        WHEN OTHER
            MOVE "NON EMISE" TO StatutProvision
            ADD 1 TO NbNonEmises
    END-EVALUATE

    MOVE SPACES TO EtatProvLine
    STRING PrvReference (PrvIdx) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           PrvPeriode (PrvIdx) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           PrvDesc (PrvIdx) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           PrvCategorie (PrvIdx) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           PrvCentre (PrvIdx) DELIMITED BY SIZE
           "   " DELIMITED BY SIZE
           PrvMontantTxte (PrvIdx) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           PrvDevise (PrvIdx) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           StatutProvision DELIMITED BY SIZE
           INTO EtatProvLine
    WRITE EtatProvLine.

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

    MOVE NbOuvertes TO NbOuvertesAffiche
    MOVE NbExtournees TO NbExtourneesAffiche
    MOVE NbSansOriginale TO NbSansOrigAffiche
    MOVE NbEmisesNonPassees TO NbNonPasseesAffiche
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
           " OUVERTES=" DELIMITED BY SIZE
           NbOuvertesAffiche DELIMITED BY SIZE
           " EXTOURNEES=" DELIMITED BY SIZE
           NbExtourneesAffiche DELIMITED BY SIZE
           " SANSORIG=" DELIMITED BY SIZE
           NbSansOrigAffiche DELIMITED BY SIZE
           " NONCOMPTA=" DELIMITED BY SIZE
           NbNonPasseesAffiche DELIMITED BY SIZE
           " STATUT=" DELIMITED BY SIZE
           CodeRetourRun DELIMITED BY SIZE
           INTO AuditLogLine
    WRITE AuditLogLine
    CLOSE AuditLogFile.
