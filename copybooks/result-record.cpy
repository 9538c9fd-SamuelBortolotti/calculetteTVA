           05 res-sens           pic x.
               88 res-vente      value 'V' ' '.
               88 res-achat      value 'A'.
      *> Exigibilite de la TVA : 'E' pour une prestation de services
      *> vendue au regime normal, dont la TVA n'est due qu'a
      *> l'encaissement ; 'D' (ou blanc sur un resultat anterieur)
      *> TVA exigible des la facturation. Le taux applique suit :
      *> l'imputation des reglements en a besoin pour journaliser la
      *> TVA encaissee.
           05 res-exigibilite    pic x.
               88 res-sur-encaissements value 'E'.
           05 res-tva-rate       pic 9(2)v99.
      *> Client (ou fournisseur) de l'entete et date de la facture,
      *> repris par l'interface comptable pour le compte de tiers et
      *> la date de piece des ecritures ; blancs et zero sur un
      *> resultat anterieur.
           05 res-client         pic x(8).
           05 res-date-facture   pic 9(8).
      *> Part de la TVA d'achat exclue du droit a deduction
      *> (categorie de depense exclue, prorata de l'annee) : elle
      *> se comptabilise en charge et ne se declare pas. Zero sur
      *> une vente, blancs sur un resultat anterieur.
           05 res-tva-non-deductible pic s9(7)v99 sign leading
                                     separate.
