*> ------------------------------------------------------------
*> REVPAS : structure d'une ligne du registre permanent des
*> reevaluations de devises passees (reevaluations_passees.txt,
*> jamais reecrit, ouvert en ajout par FxReval) : une ligne par
*> periode reevaluee, avec l'operateur et la date du run, le
*> nombre de lignes emises dans transactions_reevaluation.txt
*> (extournes comprises) et l'ecart net de reevaluation, en
*> devise de base (+9(9).99). Relu par FxReval pour ne jamais
*> reevaluer deux fois la meme periode.
*> ------------------------------------------------------------
01 ReevaluationPasseeLigne.
    05 RvpPeriode          PIC X(07).
    05 FILLER              PIC X(01).
    05 RvpOperateur        PIC X(08).
    05 FILLER              PIC X(01).
    05 RvpDateRun          PIC X(08).
    05 FILLER              PIC X(01).
    05 RvpNbLignes         PIC 9(05).
    05 FILLER              PIC X(01).
    05 RvpEcartTxte        PIC X(13).
