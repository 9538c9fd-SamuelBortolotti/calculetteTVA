               file status is taux-change-status.

           select fichier-clients assign to "clients.dat"
               organization indexed
               access mode random
               record key is cli-code
               file status is clients-status.

      *> Registre des factures traitees : lu en direct a chaque
      *> entete, alimente a chaque facture soldee. La meme facture
      *> livree dans deux lots differents n'est ainsi declaree
      *> qu'une fois.
           select fichier-registre assign to "factures-traitees.dat"
               organization indexed
               access mode random
               record key is reg-cle
               file status is registre-status.

           select fichier-lots assign to "lots-traites.dat"
               organization line sequential
               file status is checkpoint-tmp-status.

      *> Cumul annuel des ventes a distance aux particuliers des
      *> autres Etats membres : lu au demarrage, reecrit sous un nom
      *> de travail puis renomme a chaque checkpoint et en fin de
      *> lot, comme le checkpoint.
           select fichier-cumul-oss assign to "cumul-oss.dat"
               organization line sequential
               file status is cumul-oss-status.

           select fichier-cumul-oss-tmp assign to "cumul-oss.new"
               organization line sequential
               file status is cumul-oss-tmp-status.

      *> Droits a deduction des achats : regles par categorie de
      *> depense et prorata de l'annee, tous deux facultatifs (sans
      *> eux la TVA d'achat est deductible en totalite).
           select fichier-regles assign to "regles-deduction.dat"
               organization line sequential
               file status is regles-status.

           select fichier-prorata assign to "prorata-deduction.dat"
               organization line sequential
               file status is prorata-status.

       data division.
       file section.
       fd  fichier-transactions.
           replacing ==checkpoint-record== by ==checkpoint-tmp-record==
                     leading ==ckpt== by ==ctmp==.

       fd  fichier-cumul-oss.
       copy "oss-threshold-record.cpy".

       fd  fichier-cumul-oss-tmp.
       copy "oss-threshold-record.cpy"
           replacing ==cumul-oss-record== by ==cumul-oss-tmp-record==
                     leading ==cos== by ==cotmp==.

       fd  fichier-regles.
       copy "deduction-rule-record.cpy".

       fd  fichier-prorata.
       copy "prorata-record.cpy".

       working-storage section.
           01 price          pic s9(7)v99.
           01 priceHT       pic s9(7)v99.
           01 fin-fichier-change pic x value 'N'.
               88 fin-des-changes value 'O'.

      *> Fichier maitre des clients, ouvert pour tout le passage et
      *> lu en direct sur le code client de l'entete de facture, qui
      *> doit s'y retrouver ; le numero de TVA intracom doit
      *> respecter le format du pays du client, faute de quoi
      *> l'entete est rejetee.
           01 clients-ouvert    pic x value 'N'.
               88 le-fichier-clients-est-ouvert value 'O'.

      *> Ventes a distance : une vente au regime normal a un client
      *> sans numero intracom etabli dans un autre Etat membre est
      *> une vente a un particulier. Son montant HT monte au cumul
      *> de l'annee de facture ; une fois le seuil annuel franchi,
      *> ou des l'annee qui suit un exercice ou il l'a ete, elle se
      *> taxe au taux du pays du client et releve du guichet unique.
      *> La facture qui franchit le seuil est deja taxable au pays
      *> du client : son montant n'etant connu qu'a la rupture, le
      *> controle se fait avant le calcul des tranches, qui portent
      *> alors le taux et le pays de destination ; ses lignes de
      *> detail gardent le taux francais, l'ecart de la tranche le
      *> montre. Une alerte previent a l'approche du seuil
      *> (8 000 euros, ou cle SEUIL-ALERTE-OSS de la carte
      *> parametre).
           01 table-etats-membres.
               05 filler pic x(28) value
                   'ATBEBGCYCZDEDKEEESFIFRGRHRHU'.
               05 filler pic x(26) value
                   'IEITLTLULVMTNLPLPTROSESISK'.
           01 etats-membres redefines table-etats-membres.
               05 etat-membre pic x(2) occurs 27 times
                   indexed by etat-idx.
           01 table-cumuls-oss.
               05 cumul-oss-entree occurs 10 times
                   indexed by cumul-oss-idx.
                   10 tco-annee          pic 9(4).
                   10 tco-ventes-ht      pic s9(11)v99.
                   10 tco-factures       pic 9(6).
                   10 tco-franchissement pic 9(8).
           01 nombre-cumuls-oss  pic 9(2) comp value 0.
           01 fin-fichier-cumul-oss pic x value 'N'.
               88 fin-des-cumuls-oss value 'O'.
           01 oss-seuil          pic 9(6) value 10000.
           01 oss-seuil-alerte   pic 9(6) value 8000.
           01 facture-distance   pic x value 'N'.
               88 facture-vente-distance value 'O'.
           01 facture-oss        pic x value 'N'.
               88 facture-au-guichet-oss value 'O'.
           01 facture-cumul-oss  pic 9(2) comp value 0.
           01 facture-ht-distance pic s9(9)v99 value 0.
           01 facture-ht-lignes  pic s9(9)v99 value 0.
           01 annee-cherchee     pic 9(4).
           01 cumul-oss-trouve   pic x value 'N'.
               88 le-cumul-oss-est-trouve value 'O'.
           01 cumul-oss-avant    pic s9(11)v99.
           01 cumul-oss-nom-tmp  pic x(20) value "cumul-oss.new".
           01 cumul-oss-nom-live pic x(20) value "cumul-oss.dat".
           01 cumul-oss-rename-rc pic 9(8) comp.

      *> Droits a deduction : la TVA d'une ligne d'achat est admise
      *> au pourcentage de sa categorie de depense, puis deduite au
      *> prorata de l'annee de traitement ; le reste est la part non
      *> deductible, portee au resultat et au journal. Une categorie
      *> inconnue des regles fait rejeter la ligne.
           01 table-des-regles.
               05 regle-entree occurs 50 times indexed by regle-idx.
                   10 trd-categorie  pic x(4).
                   10 trd-taux-admis pic 9(3)v99.
           01 nombre-de-regles  pic 9(2) comp value 0.
           01 fin-fichier-regles pic x value 'N'.
               88 fin-des-regles value 'O'.
           01 table-des-prorata.
               05 prorata-entree occurs 20 times
                   indexed by prorata-idx.
                   10 tpr-annee      pic 9(4).
                   10 tpr-taux       pic 9(3)v99.
           01 nombre-de-prorata pic 9(2) comp value 0.
           01 fin-fichier-prorata pic x value 'N'.
               88 fin-des-prorata value 'O'.
           01 facture-prorata    pic 9(3)v99 value 100.
           01 annee-prorata      pic 9(4).
           01 ligne-coefficient  pic 9(3)v99 value 100.
           01 tva-calculee       pic s9(7)v99 value 0.
           01 tva-admise         pic s9(7)v99 value 0.
           01 tva-non-deductible pic s9(7)v99 value 0.

           01 run-mode      pic x.
               88 mode-interactif value 'I'.
           01 entete-sens      pic x value 'V'.
           01 facture-tva-intracom pic x(14) value spaces.
           01 facture-client   pic x(8) value spaces.
      *> Nature de la facture en cours ('B' biens, 'S' services) et
      *> exigibilite qui en decoule : la TVA d'une prestation de
      *> services vendue au regime normal n'est exigible qu'a
      *> l'encaissement ('E'), toute autre l'est des la facturation
      *> ('D').
           01 facture-nature   pic x value 'B'.
               88 facture-services value 'S'.
           01 facture-exigibilite pic x value 'D'.
           01 client-trouve    pic x value 'N'.
               88 le-client-est-trouve value 'O'.
           01 client-pays      pic x(2).
                   10 fct-montant       pic s9(9)v99.
                   10 fct-ht-lignes     pic s9(9)v99.
                   10 fct-ttc-lignes    pic s9(9)v99.
                   10 fct-montant-admis pic s9(9)v9(4).
           01 tranche-type     pic 9(2) comp.
           01 ecart-facture    pic s9(3)v99.
           01 factures-terminees pic 9(6) comp value 0.
           01 journal-status      pic xx.
           01 clients-status      pic xx.
           01 registre-status     pic xx.
           01 registre-ouvert     pic x value 'N'.
               88 le-registre-est-ouvert value 'O'.
           01 facture-deja-vue    pic x value 'N'.
               88 la-facture-est-deja-vue value 'O'.

           01 lots-status         pic xx.
           01 taux-change-status  pic xx.
           01 compte-rendu-status pic xx.
           01 checkpoint-tmp-status pic xx.
           01 transactions-status   pic xx.
           01 taux-status           pic xx.
           01 cumul-oss-status      pic xx.
           01 cumul-oss-tmp-status  pic xx.
           01 regles-status         pic xx.
           01 prorata-status        pic xx.

      *> Compte rendu d'execution et code retour pour la chaine de
      *> nuit : 00 normal, 04 rejets au-dela du seuil, 06 lot
           else
               perform charger-taux
               perform charger-taux-change
               perform ouvrir-clients
               perform charger-cumuls-oss
               perform charger-regles-deduction
               perform charger-prorata
               if taux-status = '00'
                   perform ouvrir-journal
                   if not le-mode-est-fourni
               end-if
           end-if.

           if le-fichier-clients-est-ouvert
               close fichier-clients
           end-if.
           move code-retour to return-code.
           goback.

                   else
                       perform signaler-parametre-invalide
                   end-if
               when 'SEUIL-ALERTE-OSS'
                   perform convertir-valeur-numerique
                   if param-est-numerique and param-nombre < oss-seuil
                       move param-nombre to oss-seuil-alerte
                   else
                       perform signaler-parametre-invalide
                   end-if
               when 'FICHIER-MANIFESTE'
                   move param-valeur to nom-manifeste
               when 'FICHIER-TRANSACTIONS'
      *> avant. Le compte rendu porte une synthese par lot et un
      *> recapitulatif global au code retour le plus severe.
       traiter-mode-lot.
           perform ouvrir-registre.
           open input fichier-manifeste.
           if manifeste-status = '00'
               perform lire-manifeste-suivant
           else
               perform traiter-un-lot
           end-if.
           if le-registre-est-ouvert
               close fichier-registre
           end-if.
           perform ecrire-compte-rendu.

       lire-manifeste-suivant.
               close fichier-transactions
               close fichier-resultats
               close fichier-rejets
               perform ecrire-cumuls-oss

      *> Le lot est marque traite avant l'effacement du checkpoint :
      *> en cas d'arret entre les deux, la relance refuse le lot au
       debuter-facture.
           compute checkpoint-ligne = numero-ligne - 1.
           perform terminer-facture.
           move 'N' to facture-distance.
           move 'N' to facture-oss.
           move 0 to facture-ht-distance.

           move entete-sens to facture-sens.
           move txn-facture-numero to facture-numero.
               move 'N' to facture-regime
           end-if.
           move txn-client to facture-client.
           move txn-nature to facture-nature.
           if facture-nature = space
               move 'B' to facture-nature
           end-if.
           perform chercher-client.
      *> Une entete sans numero intracom reprend celui du fichier
      *> maitre, et la devise habituelle du client sert de defaut
                    and facture-regime not = 'A'
                   move 'Regime de TVA inconnu' to motif-invalidite
                   perform rejeter-entete-facture
               when facture-nature not = 'B'
                    and facture-nature not = 'S'
                   move 'Nature biens/services inconnue'
                       to motif-invalidite
                   perform rejeter-entete-facture
               when facture-autoliquidee
                    and facture-tva-intracom = spaces
                   move 'Autoliquidation sans numero intracom'
               when other
                   move 'O' to facture-etat
                   initialize table-facture
                   perform determiner-vente-distance
                   perform determiner-exigibilite
                   perform determiner-prorata
           end-evaluate.

      *> Une vente au guichet unique se declare a l'OSS a la
      *> facturation, jamais a l'encaissement.
       determiner-exigibilite.
           if facture-services and not facture-achat
              and not facture-autoliquidee
              and not facture-au-guichet-oss
               move 'E' to facture-exigibilite
           else
               move 'D' to facture-exigibilite
           end-if.

      *> Prorata de l'annee de traitement pour un achat, celle de
      *> la date du journal, de la declaration qui deduit la TVA et
      *> de la regularisation annuelle ; une vente ne deduit rien.
       determiner-prorata.
           move 100 to facture-prorata.
           if facture-achat and nombre-de-prorata > 0
               compute annee-prorata = date-du-jour / 10000
               set prorata-idx to 1
               search prorata-entree varying prorata-idx
                   at end
                       continue
                   when tpr-annee (prorata-idx) = annee-prorata
                       move tpr-taux (prorata-idx) to facture-prorata
               end-search
           end-if.

      *> Vente a distance et, seuil franchi, bascule au guichet
      *> unique : le pays de taxation devient celui du client.
       determiner-vente-distance.
           if not facture-achat and facture-regime = 'N'
              and facture-tva-intracom = spaces
              and client-pays not = 'FR'
               set etat-idx to 1
               search etat-membre varying etat-idx
                   at end
                       continue
                   when etat-membre (etat-idx) = client-pays
                       move 'O' to facture-distance
               end-search
           end-if.
           if facture-vente-distance
               compute annee-cherchee = date-effet / 10000
               subtract 1 from annee-cherchee
               perform chercher-cumul-oss
               if le-cumul-oss-est-trouve
                   if tco-ventes-ht (cumul-oss-idx) > oss-seuil
                       move 'O' to facture-oss
                   end-if
               end-if
               compute annee-cherchee = date-effet / 10000
               perform chercher-cumul-oss
               if not le-cumul-oss-est-trouve
                   perform ajouter-cumul-oss
               end-if
               set facture-cumul-oss to cumul-oss-idx
               if tco-franchissement (cumul-oss-idx) not = 0
                   move 'O' to facture-oss
               end-if
               if facture-au-guichet-oss
                   move client-pays to pays-code
               end-if
           end-if.

       chercher-cumul-oss.
           move 'N' to cumul-oss-trouve.
           if nombre-cumuls-oss > 0
               set cumul-oss-idx to 1
               search cumul-oss-entree varying cumul-oss-idx
                   at end
                       continue
                   when cumul-oss-idx <= nombre-cumuls-oss
                        and tco-annee (cumul-oss-idx) = annee-cherchee
                       move 'O' to cumul-oss-trouve
               end-search
           end-if.

      *> La table garde dix annees ; pleine, la plus ancienne cede
      *> sa place, seules l'annee courante et la precedente comptant
      *> pour le seuil.
       ajouter-cumul-oss.
           if nombre-cumuls-oss >= 10
               perform decaler-cumul-oss
                   varying cumul-oss-idx from 1 by 1
                   until cumul-oss-idx >= 10
           else
               add 1 to nombre-cumuls-oss
           end-if.
           set cumul-oss-idx to nombre-cumuls-oss.
           move annee-cherchee to tco-annee (cumul-oss-idx).
           move 0 to tco-ventes-ht (cumul-oss-idx).
           move 0 to tco-factures (cumul-oss-idx).
           move 0 to tco-franchissement (cumul-oss-idx).

       decaler-cumul-oss.
           move cumul-oss-entree (cumul-oss-idx + 1)
               to cumul-oss-entree (cumul-oss-idx).

      *> A la rupture, la facture soldee monte au cumul de son
      *> annee ; le passage de l'alerte puis du seuil se signale une
      *> seule fois, le franchissement restant date au cumul.
       cumuler-vente-distance.
           set cumul-oss-idx to facture-cumul-oss.
           move tco-ventes-ht (cumul-oss-idx) to cumul-oss-avant.
           add facture-ht-distance to tco-ventes-ht (cumul-oss-idx).
           add 1 to tco-factures (cumul-oss-idx).
           if cumul-oss-avant <= oss-seuil-alerte
              and tco-ventes-ht (cumul-oss-idx) > oss-seuil-alerte
              and tco-ventes-ht (cumul-oss-idx) <= oss-seuil
               display 'Alerte OSS : ventes a distance '
                   tco-annee (cumul-oss-idx) ' a '
                   tco-ventes-ht (cumul-oss-idx)
                   ' euros HT, seuil ' oss-seuil
           end-if.
           if tco-franchissement (cumul-oss-idx) = 0
              and tco-ventes-ht (cumul-oss-idx) > oss-seuil
               move date-du-jour to tco-franchissement (cumul-oss-idx)
               display 'Seuil OSS franchi par la facture '
                   facture-numero ' : taxee a destination, comme'
                   ' les ventes a distance suivantes de '
                   tco-annee (cumul-oss-idx)
           end-if.

      *> Retient le cours en vigueur a la date de facture, comme le
      *> taux de TVA : un cours a zero signale une devise inconnue ou
      *> sans cours couvrant cette date, et la facture entiere est
                       to motif-change
           end-search.

      *> Le registre reste ouvert en mise a jour pour tout le
      *> passage : chaque facture soldee y est ecrite aussitot, si
      *> bien qu'une facture vue plus tot dans le meme passage est
      *> refusee elle aussi. Un registre absent se cree vide.
       ouvrir-registre.
           open i-o fichier-registre.
           if registre-status = '35'
               open output fichier-registre
               close fichier-registre
               open i-o fichier-registre
           end-if.
           if registre-status = '00'
               move 'O' to registre-ouvert
           else
               display 'Registre des factures inaccessible (statut '
                   registre-status ') : doubles non controles'
           end-if.

      *> La cle est le numero et le sens : une facture d'achat peut
      *> porter le meme numero qu'une vente sans la doubler.
       controler-facture-deja-traitee.
           move 'N' to facture-deja-vue.
           if le-registre-est-ouvert
               move facture-numero to reg-facture-numero
               move facture-sens to reg-sens
               read fichier-registre
                   invalid key
                       continue
                   not invalid key
                       move 'O' to facture-deja-vue
               end-read
           end-if.

       enregistrer-facture-traitee.
           if le-registre-est-ouvert
               move facture-numero to reg-facture-numero
               move facture-sens to reg-sens
               move date-effet to reg-date-facture
               move lot-id-courant to reg-lot-id
               move date-du-jour to reg-date-traitement
               move facture-nature to reg-nature
               write facture-traitee-record
                   invalid key
                       display 'Facture ' facture-numero
                           ' deja au registre (statut '
                           registre-status ')'
               end-write
           end-if.

       chercher-client.
           move spaces to client-pays.
           move spaces to client-intracom.
           move spaces to client-devise.
           if le-fichier-clients-est-ouvert
               move facture-client to cli-code
               read fichier-clients
                   invalid key
                       continue
                   not invalid key
                       move 'O' to client-trouve
                       move cli-pays to client-pays
                       move cli-tva-intracom to client-intracom
                       move cli-devise to client-devise
               end-read
           end-if.

      *> Controle de forme du numero de TVA intracommunautaire au
                           move 'Montant hors limites'
                               to motif-invalidite
                   end-compute
                   if tva-est-valide
                       perform determiner-coefficient-admission
                   end-if
      *> En autoliquidation aucun taux n'est cherche : le type de
      *> TVA doit donc se controler ici, il sert d'indice de
      *> tranche au cumul de la facture.
                       move txn-montant to montant-rejete
                       perform rejeter-transaction
                   else
                       perform calculer-non-deductible-ligne
                       perform ecrire-resultat-ligne
                       perform cumuler-ligne-facture
                   end-if
           end-evaluate.

      *> Pourcentage admis de la categorie de depense d'une ligne
      *> d'achat ; une ligne de vente ne porte pas de categorie.
       determiner-coefficient-admission.
           move 100 to ligne-coefficient.
           if facture-achat and txn-categorie not = spaces
               set regle-idx to 1
               search regle-entree varying regle-idx
                   at end
                       set tva-est-invalide to true
                       move 'Categorie de depense inconnue'
                           to motif-invalidite
                   when regle-idx <= nombre-de-regles
                        and trd-categorie (regle-idx) = txn-categorie
                       move trd-taux-admis (regle-idx)
                           to ligne-coefficient
               end-search
           end-if.

       calculer-non-deductible-ligne.
           move 0 to tva-admise.
           move 0 to tva-non-deductible.
           if facture-achat
               compute tva-calculee = priceTTC - priceHT
               compute tva-admise rounded =
                   tva-calculee * ligne-coefficient / 100
               compute tva-non-deductible rounded = tva-calculee
                   - tva-admise * facture-prorata / 100
           end-if.

      *> La TVA admise de la tranche se repartit comme les montants
      *> admis de ses lignes, le prorata s'appliquant ensuite.
       calculer-non-deductible-tranche.
           move 0 to tva-admise.
           move 0 to tva-non-deductible.
           if facture-achat
               compute tva-calculee = priceTTC - priceHT
               if fct-montant (tranche-type) = 0
                   move tva-calculee to tva-admise
               else
                   compute tva-admise rounded = tva-calculee
                       * fct-montant-admis (tranche-type)
                       / fct-montant (tranche-type)
               end-if
               compute tva-non-deductible rounded = tva-calculee
                   - tva-admise * facture-prorata / 100
           end-if.

       ecrire-resultat-ligne.
           move 'D' to res-type-enreg.
           move facture-numero to res-facture-numero.
           move facture-devise to res-devise.
           move txn-montant to res-montant-origine.
           move lot-id-courant to res-lot-id.
           move facture-exigibilite to res-exigibilite.
           move tva-rate to res-tva-rate.
           move facture-client to res-client.
           move date-effet to res-date-facture.
           move tva-non-deductible to res-tva-non-deductible.
           write result-record.
           add 1 to resultats-ecrits.

           add txn-montant to fct-montant (tranche-type).
           add priceHT to fct-ht-lignes (tranche-type).
           add priceTTC to fct-ttc-lignes (tranche-type).
           compute fct-montant-admis (tranche-type) =
               fct-montant-admis (tranche-type)
               + txn-montant * ligne-coefficient / 100.

      *> Solde la facture en cours : la TVA de chaque tranche est
      *> recalculee une seule fois sur le total de la tranche, puis
      *> le checkpoint peut avancer, la facture etant complete.
       terminer-facture.
           if facture-en-cours
               if facture-vente-distance
                  and not facture-au-guichet-oss
                   perform controler-seuil-oss
               end-if
               perform totaliser-une-tranche
                   varying tranche-type from 1 by 1
                   until tranche-type > 9
               perform enregistrer-facture-traitee
               if facture-vente-distance
                   perform cumuler-vente-distance
               end-if
           end-if.
           if not aucune-facture-en-cours
               add 1 to factures-terminees
           end-if.
           move 'N' to facture-etat.

      *> Le cumul de l'annee, augmente des bases HT des lignes de
      *> la facture, depasse le seuil : la facture bascule des
      *> maintenant au guichet unique et se declare a la
      *> facturation.
       controler-seuil-oss.
           move 0 to facture-ht-lignes.
           perform cumuler-ht-tranche
               varying tranche-type from 1 by 1
               until tranche-type > 9.
           set cumul-oss-idx to facture-cumul-oss.
           if tco-ventes-ht (cumul-oss-idx) + facture-ht-lignes
              > oss-seuil
               move 'O' to facture-oss
               move client-pays to pays-code
               perform determiner-exigibilite
           end-if.

       cumuler-ht-tranche.
           add fct-ht-lignes (tranche-type) to facture-ht-lignes.

       totaliser-une-tranche.
           if fct-nombre-lignes (tranche-type) > 0
               move tranche-type to tva-type
                   move 0 to montant-rejete
                   perform rejeter-transaction
               else
                   perform calculer-non-deductible-tranche
                   perform ecrire-resultat-total
                   perform ecrire-journal
                   if facture-vente-distance
                       add priceHT to facture-ht-distance
                   end-if
               end-if
           end-if.

           move facture-devise to res-devise.
           move montant-origine-tranche to res-montant-origine.
           move lot-id-courant to res-lot-id.
           move facture-exigibilite to res-exigibilite.
           move tva-rate to res-tva-rate.
           move facture-client to res-client.
           move date-effet to res-date-facture.
           move tva-non-deductible to res-tva-non-deductible.
           write result-record.
           add 1 to resultats-ecrits.
           perform cumuler-pays-compte-rendu.
           open extend fichier-rejets.
           close fichier-journal.
           perform ouvrir-journal.
           perform ecrire-cumuls-oss.

       ecrire-checkpoint.
           open output fichier-checkpoint-tmp.
                                        checkpoint-nom-live
               returning checkpoint-rename-rc.

       ecrire-cumuls-oss.
           if nombre-cumuls-oss > 0
               open output fichier-cumul-oss-tmp
               perform ecrire-un-cumul-oss
                   varying cumul-oss-idx from 1 by 1
                   until cumul-oss-idx > nombre-cumuls-oss
               close fichier-cumul-oss-tmp
               call "CBL_RENAME_FILE" using cumul-oss-nom-tmp
                                            cumul-oss-nom-live
                   returning cumul-oss-rename-rc
           end-if.

       ecrire-un-cumul-oss.
           move tco-annee (cumul-oss-idx) to cotmp-annee.
           move tco-ventes-ht (cumul-oss-idx) to cotmp-ventes-ht.
           move tco-factures (cumul-oss-idx)
               to cotmp-nombre-factures.
           move tco-franchissement (cumul-oss-idx)
               to cotmp-date-franchissement.
           write cumul-oss-tmp-record.

      *> Un rejet de solde de tranche ('S') survient a la rupture,
      *> quand la lecture est deja sur l'entete suivante : il est
      *> date de la derniere ligne de la facture soldee. Un rejet
               move spaces to rej-tva-intracom
               move spaces to rej-devise
               move spaces to rej-client
               move space to rej-nature
           else
               move facture-numero to rej-facture-numero
               move date-effet to rej-date-facture
               move facture-tva-intracom to rej-tva-intracom
               move facture-devise to rej-devise
               move facture-client to rej-client
               move facture-nature to rej-nature
           end-if.
           move tva-type to rej-tva-type.
           move montant-rejete to rej-montant.
           if type-rejete = 'D'
               move txn-categorie to rej-categorie
           else
               move spaces to rej-categorie
           end-if.
           move motif-invalidite to rej-motif.
           move 'O' to rej-disposition.
           move lot-id-courant to rej-lot-id.
      *> sans lui, toute entete de facture serait rejetee client
      *> inconnu. Son absence est signalee mais ne bloque pas le mode
      *> interactif, qui ne s'en sert pas.
       ouvrir-clients.
           open input fichier-clients.
           if clients-status = '00'
               move 'O' to clients-ouvert
           else
               display 'Fichier des clients absent'
           end-if.

       charger-regles-deduction.
           open input fichier-regles.
           if regles-status = '00'
               perform lire-regle-suivante
               perform until fin-des-regles
                   if nombre-de-regles < 50
                       add 1 to nombre-de-regles
                       move rgd-categorie
                           to trd-categorie (nombre-de-regles)
                       move rgd-taux-admis
                           to trd-taux-admis (nombre-de-regles)
                   else
                       display 'Table des regles de deduction pleine,'
                           ' categorie ' rgd-categorie ' ignoree'
                   end-if
                   perform lire-regle-suivante
               end-perform
               close fichier-regles
           end-if.

       lire-regle-suivante.
           read fichier-regles
               at end move 'O' to fin-fichier-regles
           end-read.

       charger-prorata.
           open input fichier-prorata.
           if prorata-status = '00'
               perform lire-prorata-suivant
               perform until fin-des-prorata
                   if nombre-de-prorata < 20
                       add 1 to nombre-de-prorata
                       move prd-annee to tpr-annee (nombre-de-prorata)
                       move prd-provisoire
                           to tpr-taux (nombre-de-prorata)
                   end-if
                   perform lire-prorata-suivant
               end-perform
               close fichier-prorata
           end-if.

       lire-prorata-suivant.
           read fichier-prorata
               at end move 'O' to fin-fichier-prorata
           end-read.

      *> Sans fichier des cumuls, aucune vente a distance n'est
      *> encore connue : le cumul repart de zero.
       charger-cumuls-oss.
           open input fichier-cumul-oss.
           if cumul-oss-status = '00'
               perform lire-cumul-oss-suivant
               perform until fin-des-cumuls-oss
                   if nombre-cumuls-oss < 10
                       add 1 to nombre-cumuls-oss
                   else
                       perform decaler-cumul-oss
                           varying cumul-oss-idx from 1 by 1
                           until cumul-oss-idx >= 10
                   end-if
                   set cumul-oss-idx to nombre-cumuls-oss
                   move cos-annee to tco-annee (cumul-oss-idx)
                   move cos-ventes-ht to tco-ventes-ht (cumul-oss-idx)
                   move cos-nombre-factures
                       to tco-factures (cumul-oss-idx)
                   move cos-date-franchissement
                       to tco-franchissement (cumul-oss-idx)
                   perform lire-cumul-oss-suivant
               end-perform
               close fichier-cumul-oss
           end-if.

       lire-cumul-oss-suivant.
           read fichier-cumul-oss
               at end move 'O' to fin-fichier-cumul-oss
           end-read.

       ouvrir-journal.
           move facture-taux-change to jrn-taux-change.
           move lot-id-courant to jrn-lot-id.
           move facture-numero to jrn-facture-numero.
           move facture-exigibilite to jrn-exigibilite.
           move facture-oss to jrn-oss.
           move tva-admise to jrn-tva-admise.
           move tva-non-deductible to jrn-tva-non-deductible.
           move date-effet to jrn-date-facture.
           move facture-client to jrn-client.
           move facture-nature to jrn-nature.
           write journal-record.

       end program calculetteTVA.
