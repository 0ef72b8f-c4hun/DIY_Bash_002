*> ------------------------------------------------------------
*> EXECLOS : structure d'une ligne du registre permanent des
*> exercices clos (exercices_clos.txt, jamais reecrit, ouvert
*> en ajout par YearEndClose) : une ligne par exercice
*> verrouille, avec l'operateur et la date de la cloture
*> annuelle, la categorie de report a nouveau, le resultat de
*> l'exercice et le montant reporte (report anterieur compris),
*> en devise de base (+9(9).99), et le solde de
*> control_totals.txt avant et apres sa remise a zero
*> (+9(7).99). PriorAdjust refuse tout ajustement contre une
*> periode d'un exercice present au registre ; SoldeVerif ne
*> compte plus ses archives dans le solde attendu, le montant
*> reporte etant repris dans l'exercice suivant.
*> ------------------------------------------------------------
01 ExerciceClosLigne.
    05 ExcAnnee            PIC X(04).
    05 FILLER              PIC X(01).
    05 ExcOperateur        PIC X(08).
    05 FILLER              PIC X(01).
    05 ExcDateCloture      PIC X(08).
    05 FILLER              PIC X(01).
    05 ExcCategorieReport  PIC X(04).
    05 FILLER              PIC X(01).
    05 ExcResultatTxte     PIC X(13).
    05 FILLER              PIC X(01).
    05 ExcReportTxte       PIC X(13).
    05 FILLER              PIC X(01).
    05 ExcControleAvant    PIC X(11).
    05 FILLER              PIC X(01).
    05 ExcControleApres    PIC X(11).
