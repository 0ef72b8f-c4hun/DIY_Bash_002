*> ------------------------------------------------------------
*> POINTE : structure d'une ligne du registre permanent des
*> transactions pointees par BankRecon (transactions_pointees.txt,
*> jamais reecrit, ouvert en ajout) : une ligne par transaction
*> pointee contre le releve bancaire, avec sa date et sa devise
*> d'origine, la date du mouvement de releve et la date du run.
*> Relu par FxReval : une transaction en devise deja passee en
*> banque est reglee et n'est plus reevaluee. Un second
*> rapprochement de la meme periode peut y repeter une
*> transaction, sans consequence pour les lecteurs.
*> ------------------------------------------------------------
01 PointageLigne.
    05 PtgTranID           PIC X(06).
    05 FILLER              PIC X(01).
    05 PtgDateTran         PIC X(10).
    05 FILLER              PIC X(01).
    05 PtgDevise           PIC X(03).
    05 FILLER              PIC X(01).
    05 PtgDateReleve       PIC X(10).
    05 FILLER              PIC X(01).
    05 PtgDateRun          PIC X(08).
