*> ------------------------------------------------------------
*> CATHIST : structure d'une ligne de l'historique date du
*> referentiel des categories (categories_hist.txt, tenu par
*> RefMaint) : une ligne par version d'un code, avec les memes
*> positions que categories_ref.txt (voir catref.cpy) pour le
*> code, le libelle, l'indicateur et le contre-compte, suivies
*> de la date de debut de validite en 44-53 et de la date de fin
*> en 55-64 (AAAA-MM-JJ, incluses ; fin a blanc = version en
*> cours). Les versions d'un meme code ne se chevauchent pas.
*> Relue par SimpleAudit, DailyPost, MonthlyAudit, TxnMaint et
*> BatchGate pour controler chaque transaction contre la
*> version en vigueur a sa date.
*> ------------------------------------------------------------
01 CatHistLigne.
    05 CatHistCode     PIC X(04).
    05 FILLER          PIC X(01).
    05 CatHistLibelle  PIC X(30).
    05 FILLER          PIC X(01).
    05 CatHistFlag     PIC X(01).
        88 CatHistActive   VALUE 'A'.
        88 CatHistInactive VALUE 'I'.
    05 FILLER          PIC X(01).
    05 CatHistContra   PIC X(04).
    05 FILLER          PIC X(01).
    05 CatHistDebut    PIC X(10).
    05 FILLER          PIC X(01).
    05 CatHistFin      PIC X(10).
