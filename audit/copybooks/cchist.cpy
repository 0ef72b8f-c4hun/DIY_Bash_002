*> ------------------------------------------------------------
*> CCHIST : structure d'une ligne de l'historique date du
*> referentiel des centres de cout (centres_cout_hist.txt, tenu
*> par RefMaint) : une ligne par version d'un code, avec les
*> memes positions que centres_cout_ref.txt (voir ccref.cpy)
*> pour le code, le libelle et l'indicateur, suivies de la date
*> de debut de validite en 39-48 et de la date de fin en 50-59
*> (AAAA-MM-JJ, incluses ; fin a blanc = version en cours). Les
*> versions d'un meme code ne se chevauchent pas.
*> ------------------------------------------------------------
01 CcHistLigne.
    05 CcHistCode      PIC X(04).
    05 FILLER          PIC X(01).
    05 CcHistLibelle   PIC X(30).
    05 FILLER          PIC X(01).
    05 CcHistFlag      PIC X(01).
        88 CcHistActive    VALUE 'A'.
        88 CcHistInactive  VALUE 'I'.
    05 FILLER          PIC X(01).
    05 CcHistDebut     PIC X(10).
    05 FILLER          PIC X(01).
    05 CcHistFin       PIC X(10).
