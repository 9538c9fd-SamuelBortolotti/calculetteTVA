      *> traitement, pour que l'etat recapitulatif ne porte jamais un
      *> numero refusable par l'administration. La devise habituelle
      *> sert de valeur par defaut quand l'entete n'en porte pas.
      *> Le fichier est indexe sur le code client.
       01 client-record.
           05 cli-code           pic x(8).
           05 cli-raison-sociale pic x(30).
