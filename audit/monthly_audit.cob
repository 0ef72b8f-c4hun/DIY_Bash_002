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
*> table des taux de change (une ligne AAAA-MM-JJ DEV T.TTTTTT par
*> date et devise), comme dans SimpleAudit ; OPTIONAL : absente,
*> seules les lignes en devise de base sont acceptees.
FD CcRefFile.
COPY "ccref.cpy".

FD HistCatFile.
COPY "cathist.cpy".

FD HistCcFile.
COPY "cchist.cpy".

FD TauxFile.
01 TauxLigne       PIC X(40).

    88 CentreInconnu       VALUE '?'.
01 LibelleCentreTrouve PIC X(30) VALUE SPACES.

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
        10 HcaLibelle  PIC X(30) VALUE SPACES.
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
        10 HccLibelle  PIC X(30) VALUE SPACES.
        10 HccFlag     PIC X(01) VALUE SPACES.
        10 HccDebut    PIC X(10) VALUE SPACES.
        10 HccFin      PIC X(10) VALUE SPACES.
01 DateEnVigueur   PIC X(10) VALUE SPACES.
01 NumVersionHist  PIC 9(03) VALUE 0.
01 CodeHistoriseSw PIC X VALUE 'N'.
    88 CodeHistorise VALUE 'O'.
01 VersionTrouveeSw PIC X VALUE 'N'.
    88 VersionTrouvee VALUE 'O'.

*> conversion en devise de base, au taux de la date de chaque ligne,
*> comme dans SimpleAudit
01 DeviseBase      PIC X(03) VALUE 'CHF'.

    PERFORM 900-CHARGER-REFERENTIEL-CATEGORIES
    PERFORM 930-CHARGER-REFERENTIEL-CENTRES
    PERFORM 915-CHARGER-HISTORIQUE-CATEGORIES
    PERFORM 933-CHARGER-HISTORIQUE-CENTRES
    PERFORM 950-CHARGER-TAUX-CHANGE

*> premier tri : groupement par TransID pour marquer les doublons ;
            END-IF
    END-READ.

*> ----------------------------------------------------------------
*> 915-CHARGER-HISTORIQUE-CATEGORIES : charge l'historique date des
*> categories tenu par RefMaint ; absent, ou tronque (annonce sur la
*> console), les categories sont controlees sur le referentiel
*> courant comme avant.
*> ----------------------------------------------------------------
915-CHARGER-HISTORIQUE-CATEGORIES.
    OPEN INPUT HistCatFile
    IF HistCatFileTrouve
        SET HistCategoriesCharge TO TRUE
        PERFORM 916-LIRE-UNE-VERSION-CATEGORIE UNTIL EOFHistCat = 'Y'
    END-IF
    CLOSE HistCatFile

    IF HistCategoriesTronque
        MOVE 'N' TO HistCategoriesSw
        DISPLAY "MONTHLYAUDIT : HISTORIQUE DES CATEGORIES TRONQUE A 500 VERSIONS, "
                "CONTROLE SUR LE REFERENTIEL COURANT"
    END-IF.

916-LIRE-UNE-VERSION-CATEGORIE.
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
                    MOVE CatHistDebut TO HcaDebut (HcaIdx)
                    MOVE CatHistFin TO HcaFin (HcaIdx)
                ELSE
                    SET HistCategoriesTronque TO TRUE
                END-IF
            END-IF
    END-READ.

*> ----------------------------------------------------------------
*> 920-CHERCHER-CATEGORIE : cherche CategorieCherchee dans le
*> referentiel et positionne EtatCategorie (active, retiree ou
*> inconnue) ainsi que LibelleTrouve ; si DateEnVigueur est
*> renseignee et l'historique charge, c'est la version en vigueur a
*> cette date qui fait foi (921).
*> ----------------------------------------------------------------
920-CHERCHER-CATEGORIE.
    MOVE SPACES TO LibelleTrouve
        WHEN RefCode (RefIdx) = CategorieCherchee
            MOVE RefFlag (RefIdx) TO EtatCategorie
            MOVE RefLibelle (RefIdx) TO LibelleTrouve
    END-SEARCH
    IF HistCategoriesCharge AND DateEnVigueur NOT = SPACES
        PERFORM 921-APPLIQUER-VERSION-CATEGORIE
    END-IF.

*> ----------------------------------------------------------------
*> 921-APPLIQUER-VERSION-CATEGORIE : remplace le resultat de
*> 920-CHERCHER-CATEGORIE par la version de CategorieCherchee en vigueur a
*> DateEnVigueur ; un code historise sans version a cette date est
*> inconnu (pas encore cree).
*> ----------------------------------------------------------------
921-APPLIQUER-VERSION-CATEGORIE.
    MOVE 'N' TO CodeHistoriseSw
    MOVE 'N' TO VersionTrouveeSw
    PERFORM 922-EXAMINER-VERSION-CATEGORIE
        VARYING NumVersionHist FROM 1 BY 1
        UNTIL NumVersionHist > NbVersionsCat OR VersionTrouvee
    IF CodeHistorise AND NOT VersionTrouvee
        SET CategorieInconnue TO TRUE
        MOVE SPACES TO LibelleTrouve
    END-IF.

922-EXAMINER-VERSION-CATEGORIE.
    IF HcaCode (NumVersionHist) = CategorieCherchee
        SET CodeHistorise TO TRUE
        IF HcaDebut (NumVersionHist) NOT > DateEnVigueur
           AND (HcaFin (NumVersionHist) = SPACES
                OR HcaFin (NumVersionHist) NOT < DateEnVigueur)
            SET VersionTrouvee TO TRUE
            MOVE HcaFlag (NumVersionHist) TO EtatCategorie
            MOVE HcaLibelle (NumVersionHist) TO LibelleTrouve
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> 930-CHARGER-REFERENTIEL-CENTRES : charge en table le referentiel
            END-IF
    END-READ.

*> ----------------------------------------------------------------
*> 933-CHARGER-HISTORIQUE-CENTRES : charge l'historique date des
*> centres de cout tenu par RefMaint, comme 915 pour les
*> categories.
*> ----------------------------------------------------------------
933-CHARGER-HISTORIQUE-CENTRES.
    OPEN INPUT HistCcFile
    IF HistCcFileTrouve
        SET HistCentresCharge TO TRUE
        PERFORM 934-LIRE-UNE-VERSION-CENTRE UNTIL EOFHistCc = 'Y'
    END-IF
    CLOSE HistCcFile

    IF HistCentresTronque
        MOVE 'N' TO HistCentresSw
        DISPLAY "MONTHLYAUDIT : HISTORIQUE DES CENTRES TRONQUE A 500 VERSIONS, "
                "CONTROLE SUR LE REFERENTIEL COURANT"
    END-IF.

934-LIRE-UNE-VERSION-CENTRE.
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

*> ----------------------------------------------------------------
*> 935-CHERCHER-CENTRE : cherche CentreCherche dans le referentiel
*> des centres de cout et positionne EtatCentre (actif, retire ou
*> inconnu) ainsi que LibelleCentreTrouve ; avec DateEnVigueur et
*> l'historique, la version en vigueur a cette date (936).
*> ----------------------------------------------------------------
935-CHERCHER-CENTRE.
    MOVE SPACES TO LibelleCentreTrouve
        WHEN CcrCode (CcrIdx) = CentreCherche
            MOVE CcrFlag (CcrIdx) TO EtatCentre
            MOVE CcrLibelle (CcrIdx) TO LibelleCentreTrouve
    END-SEARCH
    IF HistCentresCharge AND DateEnVigueur NOT = SPACES
        PERFORM 936-APPLIQUER-VERSION-CENTRE
    END-IF.

*> ----------------------------------------------------------------
*> 936-APPLIQUER-VERSION-CENTRE : remplace le resultat de
*> 935-CHERCHER-CENTRE par la version de CentreCherche en vigueur a
*> DateEnVigueur, comme 921 pour les categories.
*> ----------------------------------------------------------------
936-APPLIQUER-VERSION-CENTRE.
    MOVE 'N' TO CodeHistoriseSw
    MOVE 'N' TO VersionTrouveeSw
    PERFORM 937-EXAMINER-VERSION-CENTRE
        VARYING NumVersionHist FROM 1 BY 1
        UNTIL NumVersionHist > NbVersionsCc OR VersionTrouvee
    IF CodeHistorise AND NOT VersionTrouvee
        SET CentreInconnu TO TRUE
        MOVE SPACES TO LibelleCentreTrouve
    END-IF.

937-EXAMINER-VERSION-CENTRE.
    IF HccCode (NumVersionHist) = CentreCherche
        SET CodeHistorise TO TRUE
        IF HccDebut (NumVersionHist) NOT > DateEnVigueur
           AND (HccFin (NumVersionHist) = SPACES
                OR HccFin (NumVersionHist) NOT < DateEnVigueur)
            SET VersionTrouvee TO TRUE
            MOVE HccFlag (NumVersionHist) TO EtatCentre
            MOVE HccLibelle (NumVersionHist) TO LibelleCentreTrouve
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> 950-CHARGER-TAUX-CHANGE : charge en table les taux de change vers
*> ----------------------------------------------------------------
1120-CONTROLER-CATEGORIE.
    MOVE LigneCategorie TO CategorieCherchee
    MOVE LigneDate TO DateEnVigueur
    PERFORM 920-CHERCHER-CATEGORIE
    IF CategorieInconnue
        SET LigneEstInvalide TO TRUE
*> ----------------------------------------------------------------
1125-CONTROLER-CENTRE.
    MOVE LigneCentreCout TO CentreCherche
    MOVE LigneDate TO DateEnVigueur
    PERFORM 935-CHERCHER-CENTRE
    IF CentreInconnu
        SET LigneEstInvalide TO TRUE
