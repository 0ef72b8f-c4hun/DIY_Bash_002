*> ------------------------------------------------------------
*> CHGJRN : structure d'une ligne du journal permanent des
*> modifications du fichier maitre des transactions
*> (journal_maitre.txt, jamais reecrit, ouvert en ajout) : une
*> ligne par ajout, modification ou suppression faite par
*> TxnMaint, DailyPost ou MonthClose, avec la date et l'heure
*> du run, le programme, l'operateur (code du referentiel des
*> operateurs pour TxnMaint et MonthClose, utilisateur systeme
*> pour DailyPost), et les images completes de l'enregistrement
*> avant et apres (au format de tranmas.cpy ; image avant a
*> blanc pour un ajout, image apres a blanc pour une
*> suppression). En fin de ligne, le second operateur qui a
*> confirme un mouvement soumis a double validation (a blanc
*> sinon, comme sur les lignes plus anciennes). Relu par
*> TxnInquiry pour l'historique d'une transaction et la
*> reconstitution du fichier maitre a une date donnee.
*> ------------------------------------------------------------
01 JournalMaitreLigne.
    05 JmaDateRun      PIC X(08).
    05 FILLER          PIC X(01).
    05 JmaHeureRun     PIC X(08).
    05 FILLER          PIC X(01).
    05 JmaProgramme    PIC X(12).
    05 FILLER          PIC X(01).
    05 JmaUtilisateur  PIC X(12).
    05 FILLER          PIC X(01).
    05 JmaAction       PIC X(01).
        88 JmaAjout        VALUE 'A'.
        88 JmaModification VALUE 'C'.
        88 JmaSuppression  VALUE 'D'.
    05 FILLER          PIC X(01).
    05 JmaTranID       PIC X(06).
    05 FILLER          PIC X(01).
    05 JmaImageAvant.
        10 JmaAvTranID     PIC X(06).
        10 JmaAvDate       PIC X(10).
        10 JmaAvDesc       PIC X(30).
        10 JmaAvCategorie  PIC X(04).
        10 JmaAvMontant    PIC S9(5)V99.
        10 JmaAvDevise     PIC X(03).
        10 JmaAvCentreCout PIC X(04).
    05 FILLER          PIC X(01).
    05 JmaImageApres.
        10 JmaApTranID     PIC X(06).
        10 JmaApDate       PIC X(10).
        10 JmaApDesc       PIC X(30).
        10 JmaApCategorie  PIC X(04).
        10 JmaApMontant    PIC S9(5)V99.
        10 JmaApDevise     PIC X(03).
        10 JmaApCentreCout PIC X(04).
    05 FILLER          PIC X(01).
    05 JmaValideur     PIC X(08).
