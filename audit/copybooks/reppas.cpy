*> ------------------------------------------------------------
*> REPPAS : structure d'une ligne du registre permanent des
*> repartitions de charges passees (repartitions_passees.txt,
*> jamais reecrit, ouvert en ajout par CostAlloc) : une ligne
*> par periode repartie, avec l'operateur et la date du run, le
*> nombre de lignes emises dans transactions_repartition.txt et
*> le total retire des centres sources, en devise de base
*> (+9(9).99). Relu par CostAlloc pour ne jamais repartir deux
*> fois la meme periode.
*> ------------------------------------------------------------
01 RepartitionPasseeLigne.
    05 RppPeriode          PIC X(07).
    05 FILLER              PIC X(01).
    05 RppOperateur        PIC X(08).
    05 FILLER              PIC X(01).
    05 RppDateRun          PIC X(08).
    05 FILLER              PIC X(01).
    05 RppNbLignes         PIC 9(05).
    05 FILLER              PIC X(01).
    05 RppTotalTxte        PIC X(13).
