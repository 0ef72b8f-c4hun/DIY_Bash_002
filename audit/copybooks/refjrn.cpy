*> ------------------------------------------------------------
*> REFJRN : structure d'une ligne du journal permanent des
*> mouvements de referentiel (referentiel_journal.txt, jamais
*> reecrit, ouvert en ajout par RefMaint) : une ligne par
*> mouvement accepte, avec la date du run, l'operateur, le
*> referentiel touche (CAT, CC ou TAUX), l'action (A ajout,
*> C modification, R retrait), la date d'effet, le code (ou la
*> devise), et les valeurs avant et apres le mouvement
*> (libelle, indicateur et contre-compte pour une categorie,
*> libelle et indicateur pour un centre, taux pour une devise ;
*> a blanc pour ce qui n'existait pas ou plus).
*> ------------------------------------------------------------
01 RefJournalLigne.
    05 RjrDateRun          PIC X(08).
    05 FILLER              PIC X(01).
    05 RjrOperateur        PIC X(08).
    05 FILLER              PIC X(01).
    05 RjrReferentiel      PIC X(04).
    05 FILLER              PIC X(01).
    05 RjrAction           PIC X(01).
    05 FILLER              PIC X(01).
    05 RjrDateEffet        PIC X(10).
    05 FILLER              PIC X(01).
    05 RjrCode             PIC X(04).
    05 FILLER              PIC X(01).
    05 RjrAvant            PIC X(40).
    05 FILLER              PIC X(01).
    05 RjrApres            PIC X(40).
