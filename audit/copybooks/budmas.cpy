*> ------------------------------------------------------------
*> BUDMAS : structure d'un enregistrement du fichier maitre
*> des budgets (budget_master.dat), indexe par periode, code
*> categorie et code centre de cout (BudCle). Charge une fois
*> l'an par le controle de gestion via BudgetLoad ; relu par
*> BudgetReport pour le suivi budget / realise. Les codes
*> sont ceux de categories_ref.txt et centres_cout_ref.txt.
*> ------------------------------------------------------------
01 BudgetMasterRecord.
    05 BudCle.
        10 BudPeriode      PIC X(07).
        10 BudCategorie    PIC X(04).
        10 BudCentreCout   PIC X(04).
*> montant budgete pour la periode, en devise de base, signe
*> comme les montants du fichier maitre des transactions.
    05 BudMontant      PIC S9(7)V99.
