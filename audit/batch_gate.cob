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
    SELECT OPTIONAL TauxFile ASSIGN TO 'taux_change.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TauxStatus.
FD CcRefFile.
COPY "ccref.cpy".

FD HistCatFile.
COPY "cathist.cpy".

FD HistCcFile.
COPY "cchist.cpy".

FD TauxFile.
01 TauxLigne       PIC X(40).

        10 CcrCode     PIC X(04) VALUE SPACES.
        10 CcrFlag     PIC X(01) VALUE SPACES.

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
        10 HccFlag     PIC X(01) VALUE SPACES.
        10 HccDebut    PIC X(10) VALUE SPACES.
        10 HccFin      PIC X(10) VALUE SPACES.
01 DateEnVigueur   PIC X(10) VALUE SPACES.
01 NumVersionHist  PIC 9(03) VALUE 0.
01 CodeHistoriseSw PIC X VALUE 'N'.
    88 CodeHistorise VALUE 'O'.
01 VersionTrouveeSw PIC X VALUE 'N'.
    88 VersionTrouvee VALUE 'O'.
01 FlagVersion     PIC X(01) VALUE SPACES.

*> table des taux de change, comme dans SimpleAudit
01 DeviseBase      PIC X(03) VALUE 'CHF'.
01 NbTaux          PIC 9(03) VALUE 0.
    PERFORM 1000-LIRE-PARAMETRES
    PERFORM 1100-CHARGER-REFERENTIEL-CATEGORIES
    PERFORM 1150-CHARGER-REFERENTIEL-CENTRES
    PERFORM 1120-CHARGER-HISTORIQUE-CATEGORIES
    PERFORM 1170-CHARGER-HISTORIQUE-CENTRES
    PERFORM 1200-CHARGER-TAUX-CHANGE
    PERFORM 2000-CONTROLER-TRANSACTIONS
    PERFORM 3000-CONTROLER-VOLUME
            END-IF
    END-READ.

*> ----------------------------------------------------------------
*> 1120-CHARGER-HISTORIQUE-CATEGORIES : charge l'historique date des
*> categories tenu par RefMaint ; absent, ou tronque (annonce sur la
*> console), les categories sont controlees sur le referentiel
*> courant comme avant.
*> ----------------------------------------------------------------
1120-CHARGER-HISTORIQUE-CATEGORIES.
    OPEN INPUT HistCatFile
    IF HistCatFileTrouve
        SET HistCategoriesCharge TO TRUE
        PERFORM 1130-LIRE-UNE-VERSION-CATEGORIE UNTIL EOFHistCat = 'Y'
    END-IF
    CLOSE HistCatFile

    IF HistCategoriesTronque
        MOVE 'N' TO HistCategoriesSw
        DISPLAY "BATCHGATE : HISTORIQUE DES CATEGORIES TRONQUE A 500 VERSIONS, "
                "CONTROLE SUR LE REFERENTIEL COURANT"
    END-IF.

1130-LIRE-UNE-VERSION-CATEGORIE.
    READ HistCatFile
        AT END
            MOVE 'Y' TO EOFHistCat
        NOT AT END
            IF CatHistCode NOT = SPACES
                IF NbVersionsCat < 500
                    ADD 1 TO NbVersionsCat
                    SET HcaIdx TO NbVersionsCat
                    MOVE CatHistCode TO HcaCode (HcaIdx)
                    MOVE CatHistFlag TO HcaFlag (HcaIdx)
                    MOVE CatHistDebut TO HcaDebut (HcaIdx)
                    MOVE CatHistFin TO HcaFin (HcaIdx)
                ELSE
                    SET HistCategoriesTronque TO TRUE
                END-IF
            END-IF
    END-READ.

*> ----------------------------------------------------------------
*> 1150-CHARGER-REFERENTIEL-CENTRES : idem pour les centres de cout ;
*> absent, le controle est passe comme dans SimpleAudit.
            END-IF
    END-READ.

*> ----------------------------------------------------------------
*> 1170-CHARGER-HISTORIQUE-CENTRES : charge l'historique date des
*> centres de cout tenu par RefMaint, comme 1120 pour les
*> categories.
*> ----------------------------------------------------------------
1170-CHARGER-HISTORIQUE-CENTRES.
    OPEN INPUT HistCcFile
    IF HistCcFileTrouve
        SET HistCentresCharge TO TRUE
        PERFORM 1180-LIRE-UNE-VERSION-CENTRE UNTIL EOFHistCc = 'Y'
    END-IF
    CLOSE HistCcFile

    IF HistCentresTronque
        MOVE 'N' TO HistCentresSw
        DISPLAY "BATCHGATE : HISTORIQUE DES CENTRES TRONQUE A 500 VERSIONS, "
                "CONTROLE SUR LE REFERENTIEL COURANT"
    END-IF.

1180-LIRE-UNE-VERSION-CENTRE.
    READ HistCcFile
        AT END
            MOVE 'Y' TO EOFHistCc
        NOT AT END
            IF CcHistCode NOT = SPACES
                IF NbVersionsCc < 500
                    ADD 1 TO NbVersionsCc
                    SET HccIdx TO NbVersionsCc
                    MOVE CcHistCode TO HccCode (HccIdx)
                    MOVE CcHistFlag TO HccFlag (HccIdx)
                    MOVE CcHistDebut TO HccDebut (HccIdx)
                    MOVE CcHistFin TO HccFin (HccIdx)
                ELSE
                    SET HistCentresTronque TO TRUE
                END-IF
            END-IF
    END-READ.

*> ----------------------------------------------------------------
*> 1200-CHARGER-TAUX-CHANGE : charge les couples date/devise de la
*> table des taux, comme SimpleAudit ; la valeur du taux n'importe
         AND RefFlag (RefIdx) = 'A'
            SET ElementTrouve TO TRUE
    END-SEARCH
    IF HistCategoriesCharge
        PERFORM 2310-APPLIQUER-VERSION-CATEGORIE
    END-IF
    IF NOT ElementTrouve
        ADD 1 TO NbCatInconnues
    END-IF.

*> ----------------------------------------------------------------
*> 2310-APPLIQUER-VERSION-CATEGORIE : pour une categorie historisee,
*> seule compte la version en vigueur a la date de la ligne, comme
*> dans SimpleAudit ; sans version a cette date elle est inconnue.
*> ----------------------------------------------------------------
2310-APPLIQUER-VERSION-CATEGORIE.
    MOVE LigneDate TO DateEnVigueur
    MOVE 'N' TO CodeHistoriseSw
    MOVE 'N' TO VersionTrouveeSw
    PERFORM 2320-EXAMINER-VERSION-CATEGORIE
        VARYING NumVersionHist FROM 1 BY 1
        UNTIL NumVersionHist > NbVersionsCat OR VersionTrouvee
    IF CodeHistorise
        MOVE 'N' TO TrouveSw
        IF VersionTrouvee AND FlagVersion = 'A'
            SET ElementTrouve TO TRUE
        END-IF
    END-IF.

2320-EXAMINER-VERSION-CATEGORIE.
    IF HcaCode (NumVersionHist) = LigneCategorie
        SET CodeHistorise TO TRUE
        IF HcaDebut (NumVersionHist) NOT > DateEnVigueur
           AND (HcaFin (NumVersionHist) = SPACES
                OR HcaFin (NumVersionHist) NOT < DateEnVigueur)
            SET VersionTrouvee TO TRUE
            MOVE HcaFlag (NumVersionHist) TO FlagVersion
        END-IF
    END-IF.

2400-CONTROLER-CENTRE.
    MOVE 'N' TO TrouveSw
    SET CcrIdx TO 1
         AND CcrFlag (CcrIdx) = 'A'
            SET ElementTrouve TO TRUE
    END-SEARCH
    IF HistCentresCharge
        PERFORM 2410-APPLIQUER-VERSION-CENTRE
    END-IF
    IF NOT ElementTrouve
        ADD 1 TO NbCentresInconnus
    END-IF.

*> ----------------------------------------------------------------
*> 2410-APPLIQUER-VERSION-CENTRE : idem 2310 pour le centre de cout.
*> ----------------------------------------------------------------
2410-APPLIQUER-VERSION-CENTRE.
    MOVE LigneDate TO DateEnVigueur
    MOVE 'N' TO CodeHistoriseSw
    MOVE 'N' TO VersionTrouveeSw
    PERFORM 2420-EXAMINER-VERSION-CENTRE
        VARYING NumVersionHist FROM 1 BY 1
        UNTIL NumVersionHist > NbVersionsCc OR VersionTrouvee
    IF CodeHistorise
        MOVE 'N' TO TrouveSw
        IF VersionTrouvee AND FlagVersion = 'A'
            SET ElementTrouve TO TRUE
        END-IF
    END-IF.

2420-EXAMINER-VERSION-CENTRE.
    IF HccCode (NumVersionHist) = LigneCentreCout
        SET CodeHistorise TO TRUE
        IF HccDebut (NumVersionHist) NOT > DateEnVigueur
           AND (HccFin (NumVersionHist) = SPACES
                OR HccFin (NumVersionHist) NOT < DateEnVigueur)
            SET VersionTrouvee TO TRUE
            MOVE HccFlag (NumVersionHist) TO FlagVersion
        END-IF
    END-IF.

2500-CONTROLER-COUVERTURE-TAUX.
    MOVE 'N' TO TrouveSw
    SET TauxIdx TO 1
