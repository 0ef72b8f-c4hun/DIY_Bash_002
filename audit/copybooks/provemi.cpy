*> ------------------------------------------------------------
*> PROVEMI : structure d'une ligne du registre permanent des
*> ecritures de provision emises par AccrualGen
*> (provisions_emises.txt, jamais reecrit, ouvert en ajout) :
*> une ligne P a l'emission d'une provision de fin de periode,
*> une ligne X a l'emission de son extourne au premier jour de
*> la periode suivante. La reference est celle de la provision
*> au registre des provisions (registre_provisions.txt) ; le
*> TransID emis est R + reference + P ou X, si bien que la
*> provision et son extourne se retrouvent l'une par l'autre.
*> La periode est la periode cible de la provision, sur les deux
*> lignes ; libelle, categorie, montant signe (+9(5).99), devise
*> et centre sont ceux de l'ecriture emise, pour que l'extourne
*> reprenne exactement la provision meme si le registre a ete
*> retouche entre-temps. Relu par AccrualGen pour ne jamais
*> emettre deux fois et par AccrualReport pour l'etat des
*> provisions.
*> ------------------------------------------------------------
01 ProvEmiseLigne.
    05 PemType         PIC X(01).
        88 PemProvision    VALUE 'P'.
        88 PemExtourne     VALUE 'X'.
    05 FILLER          PIC X(01).
    05 PemReference    PIC X(04).
    05 FILLER          PIC X(01).
    05 PemTransID      PIC X(06).
    05 FILLER          PIC X(01).
    05 PemDate         PIC X(10).
    05 FILLER          PIC X(01).
    05 PemPeriode      PIC X(07).
    05 FILLER          PIC X(01).
    05 PemOperateur    PIC X(08).
    05 FILLER          PIC X(01).
    05 PemDateEmission PIC X(08).
    05 FILLER          PIC X(01).
    05 PemDesc         PIC X(30).
    05 FILLER          PIC X(01).
    05 PemCategorie    PIC X(04).
    05 FILLER          PIC X(01).
    05 PemMontantTxte  PIC X(09).
    05 FILLER          PIC X(01).
    05 PemDevise       PIC X(03).
    05 FILLER          PIC X(01).
    05 PemCentre       PIC X(04).
