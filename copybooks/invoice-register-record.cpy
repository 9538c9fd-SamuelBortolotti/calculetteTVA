      *> traitee qui arriverait dans un autre lot. C'est le pendant
      *> cote facture du controle des lots deja traites. Le registre
      *> se liste et se purge des periodes closes par l'utilitaire
      *> du registre. Le fichier est indexe sur le numero et le
      *> sens : une facture d'achat peut porter le numero d'une
      *> vente sans la doubler.
       01 facture-traitee-record.
           05 reg-cle.
               10 reg-facture-numero pic x(10).
               10 reg-sens           pic x.
           05 reg-date-facture    pic 9(8).
           05 reg-lot-id          pic x(8).
           05 reg-date-traitement pic 9(8).
      *> Nature de la facture : 'B' biens, 'S' services ; une entree
      *> anterieure la lit a blanc, qui vaut biens.
           05 reg-nature          pic x.
               88 reg-services    value 'S'.
