      *> Enregistrement du fichier de depot de la declaration OSS
      *> trimestrielle (declaration-oss-AAAAT.dat), produit par
      *> declarationOSS pour le guichet unique :
      *>   'L' une ligne par Etat membre de consommation et taux :
      *>       nombre d'ecritures, base HT et TVA due ;
      *>   'P' total par Etat membre ;
      *>   'G' total general du trimestre, seul present pour une
      *>       declaration neant.
      *> Les montants sont en euros et signes (signe en tete,
      *> separe) : un trimestre d'avoirs peut rendre une ligne
      *> negative.
       01 oss-record.
           05 oss-type-enreg     pic x.
               88 oss-ligne-taux  value 'L'.
               88 oss-total-pays  value 'P'.
               88 oss-total-general value 'G'.
           05 oss-trimestre      pic 9(5).
           05 oss-pays           pic x(2).
           05 oss-taux           pic 9(2)v99.
           05 oss-nombre         pic 9(6).
           05 oss-base-ht        pic s9(11)v99 sign leading separate.
           05 oss-tva            pic s9(11)v99 sign leading separate.
