      *> nulle ne produit pas d'ecriture de TVA. Le fichier s'ecrit
      *> sous un nom de travail puis prend le nom ecritures-LOTID.dat
      *> par renommage, comme le fichier de depot de la declaration.
      *> La part non deductible de la TVA d'un achat (categorie de
      *> depense exclue ou prorata) reste en charge avec le HT.
      *> Chaque comptabilisation s'inscrit aux lots comptabilises
      *> (lots-comptabilises.dat) : le rapprochement de fin de mois
      *> y voit un lot jamais passe ou passe deux fois.

       environment division.
       configuration section.
               organization line sequential
               file status is ecritures-status.

           select fichier-lots-compta
               assign to "lots-comptabilises.dat"
               organization line sequential
               file status is lots-compta-status.

       data division.
       file section.
       fd  fichier-resultats.
       fd  fichier-ecritures.
       copy "accounting-entry-record.cpy".

       fd  fichier-lots-compta.
       copy "lot-record.cpy"
           replacing ==lot-record== by ==lot-compta-record==
                     leading ==lot== by ==lcp==.

       working-storage section.
           01 resultats-status pic xx.
           01 ecritures-status pic xx.
           01 lots-compta-status pic xx.

           01 fin-resultats    pic x value 'N'.
               88 fin-des-resultats value 'O'.
           01 compte-tva-deductible pic x(8) value '44566000'.

           01 montant-tva      pic s9(7)v99.
           01 montant-charge   pic s9(9)v99.
           01 tva-non-deductible pic s9(7)v99.
           01 montant-absolu   pic 9(9)v99.
           01 sens-normal      pic x.
           01 sens-inverse     pic x.
                                            nom-ecritures
                   returning ecritures-rename-rc
               display 'Fichier d''ecritures ecrit : ' nom-ecritures
               perform enregistrer-lot-comptabilise
               display 'Totaux lus : ' totaux-lus
                   ' - ecritures : ' ecritures-ecrites
               display 'Total debits  : ' total-debits

           goback.

       enregistrer-lot-comptabilise.
           open extend fichier-lots-compta.
           if lots-compta-status = '35'
               open output fichier-lots-compta
           end-if.
           move lot-demande to lcp-id.
           move date-du-jour to lcp-date-traitement.
           write lot-compta-record.
           close fichier-lots-compta.

       lire-resultat-suivant.
           read fichier-resultats
               at end move 'O' to fin-resultats
               perform ecrire-une-ecriture
           end-if.

      *> Un resultat anterieur lit la part non deductible a blanc :
      *> toute la TVA y est deductible.
       comptabiliser-achat.
           if res-tva-non-deductible is numeric
               move res-tva-non-deductible to tva-non-deductible
           else
               move 0 to tva-non-deductible
           end-if.
           compute montant-charge = res-priceHT + tva-non-deductible.
           subtract tva-non-deductible from montant-tva.

           move res-priceTTC to montant-absolu.
           move compte-fournisseurs to ecr-compte.
           move sens-inverse to ecr-sens.
           move 'Fournisseur TTC' to ecr-libelle.
           perform ecrire-une-ecriture.

           move montant-charge to montant-absolu.
           move compte-charges to ecr-compte.
           move sens-normal to ecr-sens.
           move 'Charges HT' to ecr-libelle.
           move lot-demande to ecr-lot-id.
           move date-du-jour to ecr-date.
           move res-facture-numero to ecr-facture-numero.
           move res-client to ecr-client.
           move res-date-facture to ecr-date-piece.
           move montant-absolu to ecr-montant.
           write ecriture-record.
           add 1 to ecritures-ecrites.
