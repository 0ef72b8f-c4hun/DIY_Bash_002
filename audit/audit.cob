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
*> table des taux de change du jour (une ligne par date et devise),
*> tenue par la comptabilite ; OPTIONAL : absente, seules les lignes
*> en devise de base sont acceptees, les autres partent en erreur
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
        10 HcaContra   PIC X(04) VALUE SPACES.
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

*> conversion en devise de base : depuis l’arrivee de la filiale
*> belge, les fichiers journaliers peuvent porter des montants en
*> EUR ; la table des taux (une ligne AAAA-MM-JJ DEV T.TTTTTT par
    PERFORM 1640-CHARGER-TAUX-CHANGE
    PERFORM 1650-CHARGER-REFERENTIEL-CATEGORIES
    PERFORM 1655-CHARGER-REFERENTIEL-CENTRES
    PERFORM 1661-CHARGER-HISTORIQUE-CATEGORIES
    PERFORM 1663-CHARGER-HISTORIQUE-CENTRES
    PERFORM 1700-COMPTER-LIGNES-FICHIER
    PERFORM 1750-COMPTER-LIGNES-LIBEREES

            END-IF
    END-READ.

*> ----------------------------------------------------------------
*> 1661-CHARGER-HISTORIQUE-CATEGORIES : charge l'historique date des
*> categories tenu par RefMaint ; absent, ou tronque (annonce sur la
*> console), les categories sont controlees sur le referentiel
*> courant comme avant.
*> ----------------------------------------------------------------
1661-CHARGER-HISTORIQUE-CATEGORIES.
    OPEN INPUT HistCatFile
    IF HistCatFileTrouve
        SET HistCategoriesCharge TO TRUE
        PERFORM 1662-LIRE-UNE-VERSION-CATEGORIE UNTIL EOFHistCat = 'Y'
    END-IF
    CLOSE HistCatFile

    IF HistCategoriesTronque
        MOVE 'N' TO HistCategoriesSw
        DISPLAY "SIMPLEAUDIT : HISTORIQUE DES CATEGORIES TRONQUE A 500 VERSIONS, "
                "CONTROLE SUR LE REFERENTIEL COURANT"
    END-IF.

1662-LIRE-UNE-VERSION-CATEGORIE.
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
                    MOVE CatHistContra TO HcaContra (HcaIdx)
                    MOVE CatHistDebut TO HcaDebut (HcaIdx)
                    MOVE CatHistFin TO HcaFin (HcaIdx)
                ELSE
                    SET HistCategoriesTronque TO TRUE
                END-IF
            END-IF
    END-READ.

*> ----------------------------------------------------------------
*> 1663-CHARGER-HISTORIQUE-CENTRES : charge l'historique date des
*> centres de cout tenu par RefMaint, comme 1661 pour les
*> categories.
*> ----------------------------------------------------------------
1663-CHARGER-HISTORIQUE-CENTRES.
    OPEN INPUT HistCcFile
    IF HistCcFileTrouve
        SET HistCentresCharge TO TRUE
        PERFORM 1664-LIRE-UNE-VERSION-CENTRE UNTIL EOFHistCc = 'Y'
    END-IF
    CLOSE HistCcFile

    IF HistCentresTronque
        MOVE 'N' TO HistCentresSw
        DISPLAY "SIMPLEAUDIT : HISTORIQUE DES CENTRES TRONQUE A 500 VERSIONS, "
                "CONTROLE SUR LE REFERENTIEL COURANT"
    END-IF.

1664-LIRE-UNE-VERSION-CENTRE.
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
*> 1670-CHERCHER-CATEGORIE : cherche CategorieCherchee dans le
*> referentiel et positionne EtatCategorie (active, retiree ou
*> inconnue) ainsi que LibelleTrouve ; si DateEnVigueur est
*> renseignee et l'historique charge, c'est la version en vigueur a
*> cette date qui fait foi (1671).
*> ----------------------------------------------------------------
1670-CHERCHER-CATEGORIE.
    MOVE SPACES TO LibelleTrouve
            MOVE RefFlag (RefIdx) TO EtatCategorie
            MOVE RefLibelle (RefIdx) TO LibelleTrouve
            MOVE RefContra (RefIdx) TO ContraTrouve
    END-SEARCH
    IF HistCategoriesCharge AND DateEnVigueur NOT = SPACES
        PERFORM 1671-APPLIQUER-VERSION-CATEGORIE
    END-IF.

*> ----------------------------------------------------------------
*> 1675-CHERCHER-CENTRE : cherche CentreCherche dans le referentiel
*> des centres de cout et positionne EtatCentre (actif, retire ou
*> inconnu) ainsi que LibelleCentreTrouve ; avec DateEnVigueur et
*> l'historique, la version en vigueur a cette date (1676).
*> ----------------------------------------------------------------
1675-CHERCHER-CENTRE.
    MOVE SPACES TO LibelleCentreTrouve
        WHEN CcrCode (CcrIdx) = CentreCherche
            MOVE CcrFlag (CcrIdx) TO EtatCentre
            MOVE CcrLibelle (CcrIdx) TO LibelleCentreTrouve
    END-SEARCH
    IF HistCentresCharge AND DateEnVigueur NOT = SPACES
        PERFORM 1676-APPLIQUER-VERSION-CENTRE
    END-IF.

*> ----------------------------------------------------------------
*> 1671-APPLIQUER-VERSION-CATEGORIE : remplace le resultat de
*> 1670 par la version de CategorieCherchee en vigueur a
*> DateEnVigueur ; un code historise sans version a cette date est
*> inconnu (pas encore cree).
*> ----------------------------------------------------------------
1671-APPLIQUER-VERSION-CATEGORIE.
    MOVE 'N' TO CodeHistoriseSw
    MOVE 'N' TO VersionTrouveeSw
    PERFORM 1672-EXAMINER-VERSION-CATEGORIE
        VARYING NumVersionHist FROM 1 BY 1
        UNTIL NumVersionHist > NbVersionsCat OR VersionTrouvee
    IF CodeHistorise AND NOT VersionTrouvee
        SET CategorieInconnue TO TRUE
        MOVE SPACES TO LibelleTrouve
        MOVE SPACES TO ContraTrouve
    END-IF.

1672-EXAMINER-VERSION-CATEGORIE.
    IF HcaCode (NumVersionHist) = CategorieCherchee
        SET CodeHistorise TO TRUE
        IF HcaDebut (NumVersionHist) NOT > DateEnVigueur
           AND (HcaFin (NumVersionHist) = SPACES
                OR HcaFin (NumVersionHist) NOT < DateEnVigueur)
            SET VersionTrouvee TO TRUE
            MOVE HcaFlag (NumVersionHist) TO EtatCategorie
            MOVE HcaLibelle (NumVersionHist) TO LibelleTrouve
            MOVE HcaContra (NumVersionHist) TO ContraTrouve
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> 1676-APPLIQUER-VERSION-CENTRE : remplace le resultat de
*> 1675 par la version de CentreCherche en vigueur a
*> DateEnVigueur, comme 1671 pour les categories.
*> ----------------------------------------------------------------
1676-APPLIQUER-VERSION-CENTRE.
    MOVE 'N' TO CodeHistoriseSw
    MOVE 'N' TO VersionTrouveeSw
    PERFORM 1677-EXAMINER-VERSION-CENTRE
        VARYING NumVersionHist FROM 1 BY 1
        UNTIL NumVersionHist > NbVersionsCc OR VersionTrouvee
    IF CodeHistorise AND NOT VersionTrouvee
        SET CentreInconnu TO TRUE
        MOVE SPACES TO LibelleCentreTrouve
    END-IF.

1677-EXAMINER-VERSION-CENTRE.
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
*> 1678-RESOUDRE-CONTRE-COMPTE : determine le contre-compte de la
        MOVE SPACES TO ContreCompte
        IF ReferentielCharge
            MOVE LigneCategorie TO CategorieCherchee
            MOVE LigneDate TO DateEnVigueur
            PERFORM 1670-CHERCHER-CATEGORIE
            MOVE ContraTrouve TO ContreCompte
        END-IF
*> ----------------------------------------------------------------
2060-CONTROLER-CATEGORIE.
    MOVE LigneCategorie TO CategorieCherchee
    MOVE LigneDate TO DateEnVigueur
    PERFORM 1670-CHERCHER-CATEGORIE
    IF CategorieInconnue
        SET LigneEstInvalide TO TRUE
*> ----------------------------------------------------------------
2065-CONTROLER-CENTRE.
    MOVE LigneCentreCout TO CentreCherche
    MOVE LigneDate TO DateEnVigueur
    PERFORM 1675-CHERCHER-CENTRE
    IF CentreInconnu
        SET LigneEstInvalide TO TRUE
    MOVE SPACES TO LibelleTrouve
    IF ReferentielCharge
        MOVE CatCode (CatIdx) TO CategorieCherchee
        MOVE SPACES TO DateEnVigueur
        PERFORM 1670-CHERCHER-CATEGORIE
    END-IF
    MOVE CatTotal (CatIdx) TO CatTotalAffiche
