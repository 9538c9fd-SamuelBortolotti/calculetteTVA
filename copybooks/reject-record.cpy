      *> inconnu a corriger au recyclage).
           05 rej-sens           pic x.
           05 rej-client         pic x(8).
      *> Nature de l'operation de l'entete ('B' biens, 'S'
      *> services), reprise telle quelle a la reconstruction de
      *> l'entete recyclee ; un rejet anterieur la lit a blanc.
           05 rej-nature         pic x.
      *> Categorie de depense d'une ligne d'achat rejetee, reprise
      *> telle quelle sur la ligne recyclee ; blanc sinon.
           05 rej-categorie      pic x(4).
