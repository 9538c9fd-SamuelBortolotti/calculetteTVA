      *> Enregistrement du cumul annuel des ventes a distance
      *> (cumul-oss.dat) : une ligne par annee civile, tenue par
      *> calculetteTVA au fil des lots. Y montent, en base HT et en
      *> euros, les ventes a des particuliers (client sans numero de
      *> TVA intracom, regime 'N') etablis dans un autre Etat membre.
      *> Passe le seuil annuel de 10 000 euros, ou des l'annee qui
      *> suit un exercice ou il a ete passe, ces ventes se taxent au
      *> taux du pays de destination et se declarent au guichet
      *> unique (OSS). La date de franchissement reste a zero tant
      *> que le seuil n'est pas atteint.
       01 cumul-oss-record.
           05 cos-annee          pic 9(4).
           05 cos-ventes-ht      pic s9(11)v99 sign leading separate.
           05 cos-nombre-factures pic 9(6).
           05 cos-date-franchissement pic 9(8).
