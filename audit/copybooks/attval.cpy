*> ------------------------------------------------------------
*> ATTVAL : structure d'une ligne du registre permanent des
*> mouvements soumis a double validation
*> (attentes_validation.txt, jamais reecrit, ouvert en ajout).
*> Un mouvement dont le montant en devise de base depasse le
*> seuil d'exception de SimpleAudit y est inscrit en attente
*> (statut E) sous une reference Vnnnnn, avec l'operateur qui
*> l'a saisi et le contenu de la ligne soumise. Un second
*> operateur, different et habilite a la validation, le
*> confirme en citant la reference dans validations.txt ; le
*> programme qui l'applique inscrit alors une ligne L (liberee)
*> sous la meme reference avec le valideur, ou R (refusee) si
*> le mouvement ne passe plus ses controles au moment d'etre
*> applique. Une reference sans ligne L ou R est en attente.
*> ------------------------------------------------------------
01 AttenteLigne.
    05 AttStatut       PIC X(01).
        88 AttEnAttente    VALUE 'E'.
        88 AttLiberee      VALUE 'L'.
        88 AttRefusee      VALUE 'R'.
    05 FILLER          PIC X(01).
    05 AttReference    PIC X(06).
    05 FILLER          PIC X(01).
    05 AttProgramme    PIC X(12).
    05 FILLER          PIC X(01).
    05 AttCle          PIC X(06).
    05 FILLER          PIC X(01).
    05 AttOperateur    PIC X(08).
    05 FILLER          PIC X(01).
    05 AttDate         PIC X(08).
    05 FILLER          PIC X(01).
    05 AttContenu      PIC X(120).
