      *> Enregistrement des regles de deduction (regles-deduction.dat)
      *> : une ligne par categorie de depense portee sur les lignes
      *> des factures d'achat, avec le pourcentage de la TVA admis en
      *> deduction avant prorata (000,00 pour les depenses exclues :
      *> vehicules de tourisme, cadeaux au-dela du plafond,
      *> receptions...). Une ligne sans categorie est admise a 100 %.
       01 regle-deduction-record.
           05 rgd-categorie      pic x(4).
           05 rgd-taux-admis     pic 9(3)v99.
           05 rgd-libelle        pic x(30).
