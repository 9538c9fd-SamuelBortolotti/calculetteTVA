      *> Enregistrement du prorata de deduction (prorata-deduction.dat)
      *> : une ligne par annee civile, tenue par maintenanceProrata.
      *> Le prorata provisoire (pourcentage, en general le definitif
      *> de l'annee precedente) s'applique aux achats de l'annee au
      *> fil des lots ; le prorata definitif, connu a la cloture,
      *> donne lieu a la regularisation annuelle passee en decembre.
      *> Une annee sans ligne deduit a 100 %.
       01 prorata-record.
           05 prd-annee          pic 9(4).
           05 prd-provisoire     pic 9(3)v99.
           05 prd-definitif      pic 9(3)v99.
      *> Etat : 'P' provisoire seul, 'D' definitif saisi, 'R'
      *> regularisation passee, a la date qui suit.
           05 prd-etat           pic x.
               88 prorata-provisoire value 'P'.
               88 prorata-definitif  value 'D'.
               88 prorata-regularise value 'R'.
           05 prd-date-regularisation pic 9(8).
           05 prd-regularisation pic s9(9)v99 sign leading separate.
