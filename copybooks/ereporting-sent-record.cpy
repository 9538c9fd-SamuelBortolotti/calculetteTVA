      *> Enregistrement du suivi des transmissions e-reporting
      *> (ereporting-transmis.dat) : une ligne par periode transmise,
      *> ecrite par ereportingTVA une fois le fichier produit. Une
      *> periode qui y figure n'est plus transmise : rien ne part
      *> deux fois a la plateforme. Le fichier ne se purge pas.
       01 transmission-record.
           05 etr-periode        pic 9(6).
           05 etr-date-transmission pic 9(8).
           05 etr-nombre-transactions pic 9(6).
           05 etr-nombre-paiements pic 9(6).
           05 etr-total-ht       pic s9(11)v99 sign leading separate.
           05 etr-total-tva      pic s9(11)v99 sign leading separate.
