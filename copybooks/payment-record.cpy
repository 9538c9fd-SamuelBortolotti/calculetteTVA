      *> Enregistrement du fichier des reglements clients
      *> (reglements.dat) : un reglement recu par ligne, numero de la
      *> facture de vente reglee, date et montant encaisse en euros
      *> (TTC, negatif pour le remboursement d'un avoir). Un
      *> reglement partiel est admis, plusieurs reglements pouvant
      *> solder une meme facture. L'imputation des reglements
      *> renseigne l'etat de chaque reglement : a blanc tant qu'il
      *> n'est pas impute, 'I' impute avec la TVA devenue exigible
      *> qu'il a portee au journal, 'R' refuse avec son motif.
       01 reglement-record.
           05 rgl-facture-numero  pic x(10).
           05 rgl-date            pic 9(8).
           05 rgl-montant         pic s9(9)v99 sign leading separate.
           05 rgl-etat            pic x.
               88 reglement-a-imputer value ' '.
               88 reglement-impute    value 'I'.
               88 reglement-refuse    value 'R'.
           05 rgl-date-imputation pic 9(8).
           05 rgl-tva-exigible    pic s9(9)v99 sign leading separate.
           05 rgl-motif           pic x(40).
