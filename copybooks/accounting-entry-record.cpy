               88 ecr-credit     value 'C'.
           05 ecr-montant        pic 9(9)v99.
           05 ecr-libelle        pic x(30).
      *> Compte auxiliaire (code client ou fournisseur du fichier
      *> maitre) et date de la piece, c'est-a-dire de la facture,
      *> l'ecriture restant datee du jour de comptabilisation. Le
      *> fichier des ecritures comptables (FEC) en a besoin.
           05 ecr-client         pic x(8).
           05 ecr-date-piece     pic 9(8).
