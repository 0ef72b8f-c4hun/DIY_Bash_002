*> ------------------------------------------------------------
*> AJUDESC : libelle normalise (TranDesc, 30 caracteres) d'une
*> ecriture d'ajustement sur periode close emise par
*> PriorAdjust : marque AJUST- en 1-6, periode d'origine
*> AAAA-MM en 7-13, tiret en 14, TransID d'origine en 15-20.
*> Le libelle voyage tel quel au format journalier, au fichier
*> maitre et dans les archives : c'est lui qui porte le
*> marquage et la periode d'origine jusqu'a SoldeVerif, sans
*> toucher au format des enregistrements.
*> ------------------------------------------------------------
01 DescAjustement.
    05 DajMarque           PIC X(06).
        88 DescEstAjustement VALUE 'AJUST-'.
    05 DajPeriodeOrigine   PIC X(07).
    05 DajSeparateur       PIC X(01).
    05 DajTranIDOrigine    PIC X(06).
    05 FILLER              PIC X(10).
