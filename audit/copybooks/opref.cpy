*> ------------------------------------------------------------
*> OPREF : structure d'une ligne du referentiel des operateurs
*> (operateurs_ref.txt), tenu par l'administration : code
*> operateur sur 8 caracteres, nom sur 30, quatre drapeaux de
*> role et indicateur actif ('A') / retire ('I'). Positions
*> fixes : code en 1-8, nom en 10-39, roles en 41-44 (S en 41
*> pour la saisie, V en 42 pour la validation, C en 43 pour la
*> cloture, A en 44 pour l'administration ; tiret ou blanc si
*> le role n'est pas accorde), indicateur en 46. Partagee entre
*> TxnMaint, SuspenseDispo, StandingOrder et MonthClose pour
*> que les quatre programmes controlent les memes habilitations.
*> ------------------------------------------------------------
01 OpRefLigne.
    05 OpRefCode       PIC X(08).
    05 FILLER          PIC X(01).
    05 OpRefNom        PIC X(30).
    05 FILLER          PIC X(01).
    05 OpRefRoles.
        10 OpRefRoleSaisie     PIC X(01).
        10 OpRefRoleValidation PIC X(01).
        10 OpRefRoleCloture    PIC X(01).
        10 OpRefRoleAdmin      PIC X(01).
    05 FILLER          PIC X(01).
    05 OpRefFlag       PIC X(01).
        88 OpRefActif      VALUE 'A'.
        88 OpRefInactif    VALUE 'I'.
