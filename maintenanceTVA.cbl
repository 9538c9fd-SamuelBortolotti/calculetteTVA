      *> ainsi ligne a ligne. Le fichier vif et le fichier d'attente
      *> se reecrivent par le meme jeu de fichier de travail et de
      *> renommage qu'auparavant.
      *> Avant validation, une simulation rejoue un ou plusieurs mois
      *> du journal avec les taux en attente appliques a la date de
      *> chaque facture : elle edite par pays et type l'ecart de TVA
      *> collectee et le nombre de factures touchees, et liste les
      *> factures datees dans une periode modifiee. Une date de debut
      *> erronee ou une virgule mal placee se voit ainsi avant que le
      *> fichier vif ne soit touche.

       environment division.
       configuration section.
               organization line sequential
               file status is journal-taux-status.

           select fichier-journal assign to dynamic nom-journal
               organization line sequential
               file status is journal-status.

       data division.
       file section.
       fd  fichier-taux.
       fd  fichier-journal-taux.
       copy "rate-audit-record.cpy".

       fd  fichier-journal.
       copy "journal-record.cpy".

       working-storage section.
           01 fin-fichier-taux pic x value 'N'.
               88 fin-des-taux value 'O'.
                   10 ta-sort         pic x.
           01 nombre-d-attentes pic 9(2) comp value 0.

      *> Simulation : taux vifs auxquels s'appliquent les attentes,
      *> periodes touchees par une attente, et cumuls par pays et
      *> type des ecritures de vente rejouees.
           01 table-simulee.
               05 simul-entree occurs 90 times indexed by simul-idx.
                   10 tsi-pays     pic x(2).
                   10 tsi-type     pic 9.
                   10 tsi-valeur   pic 9(2)v99.
                   10 tsi-debut    pic 9(8).
                   10 tsi-fin      pic 9(8).
           01 nombre-simules    pic 9(2) comp value 0.

           01 table-periodes-changees.
               05 periode-changee occurs 50 times
                   indexed by changee-idx.
                   10 tpc-pays     pic x(2).
                   10 tpc-type     pic 9.
                   10 tpc-debut    pic 9(8).
                   10 tpc-fin      pic 9(8).
           01 nombre-changees   pic 9(2) comp value 0.

           01 table-ecarts.
               05 ecart-entree occurs 100 times indexed by ecart-idx.
                   10 tec-pays       pic x(2).
                   10 tec-type       pic 9.
                   10 tec-lues       pic 9(6).
                   10 tec-touchees   pic 9(6).
                   10 tec-derniere-touchee pic x(19).
                   10 tec-sans-taux  pic 9(6).
                   10 tec-tva-avant  pic s9(11)v99.
                   10 tec-tva-apres  pic s9(11)v99.
           01 nombre-ecarts     pic 9(3) comp value 0.
           01 ecritures-ignorees pic 9(6) value 0.

           01 premier-mois      pic 9(6).
           01 nombre-de-mois    pic 9(2).
           01 mois-rejoue       pic 9(2) comp.
           01 periode-lue       pic 9(6).
           01 periode-ecriture  pic 9(6).
           01 annee-lue         pic 9(4).
           01 mois-lu           pic 9(2).
           01 mois-non-clos     pic 9(2) value 0.
           01 nom-journal       pic x(30).
           01 nom-archive       pic x(30).
           01 archive-existe-rc pic 9(8) comp.
           01 archive-infos     pic x(64).

           01 date-du-taux      pic 9(8).
           01 taux-simule       pic 9(2)v99.
           01 taux-simule-trouve pic x value 'N'.
               88 le-taux-simule-est-trouve value 'O'.
           01 facture-dans-periode pic x value 'N'.
               88 la-facture-est-dans-periode value 'O'.
           01 diviseur-simule   pic 9(3)v9(5).
           01 ht-simule         pic s9(7)v99.
           01 ttc-simule        pic s9(7)v99.
           01 tva-avant         pic s9(7)v99.
           01 tva-apres         pic s9(7)v99.
           01 ecart-ligne       pic s9(11)v99.
           01 total-ecart       pic s9(11)v99 value 0.
           01 total-touchees    pic 9(6) value 0.
      *> Chaque type de TVA d'une facture est une ecriture du
      *> journal : une facture ne se compte touchee qu'une fois,
      *> quand sa cle (lot, numero, sens) change.
           01 cle-facture.
               05 cle-lot-id         pic x(8).
               05 cle-facture-numero pic x(10).
               05 cle-sens           pic x.
           01 derniere-touchee  pic x(19) value spaces.
           01 total-listees     pic 9(6) value 0.
           01 fin-journal       pic x value 'N'.
               88 fin-du-journal value 'O'.

           01 continuer-maj    pic x value 'O'.
               88 continuer-la-maj value 'O'.

               88 choix-modifier value 'M' 'm'.
               88 choix-ajouter  value 'A' 'a'.
               88 choix-valider  value 'V' 'v'.
               88 choix-simuler  value 'S' 's'.
               88 choix-quitter  value 'Q' 'q'.

           01 choix-validation  pic x.
           01 attente-status    pic xx.
           01 attente-tmp-status pic xx.
           01 journal-taux-status pic xx.
           01 journal-status    pic xx.

           01 taux-nom-tmp  pic x(20) value "taux-tva.new".
           01 taux-nom-live pic x(20) value "taux-tva.dat".
       traiter-une-maj.
           perform afficher-taux.

           display 'Modifier (M), ajouter (A), simuler (S) ou valider'
               ' (V) les attentes, quitter (Q) : '.
           accept choix-utilisateur.

           evaluate true
                   perform ajouter-un-taux
               when choix-valider
                   perform valider-les-attentes
               when choix-simuler
                   perform simuler-les-attentes
               when choix-quitter
                   move 'N' to continuer-maj
               when other
           move operateur-courant to aud-operateur.
           perform ecrire-journal-taux.

      *> Simulation des attentes : les taux vifs recoivent toutes les
      *> attentes, dans leur ordre de saisie, puis chaque mois demande
      *> se relit dans son archive journal-AAAAMM.dat, ou dans le
      *> journal vif s'il n'est pas clos. Seules les ventes taxees du
      *> mode lot portent de la TVA collectee a recalculer ; le taux
      *> se cherche a la date de la facture (date de l'ecriture pour
      *> une ecriture anterieure qui ne la porte pas). Rien n'est
      *> ecrit : ni le fichier vif ni les attentes ne changent.
       simuler-les-attentes.
           perform charger-attentes.
           if nombre-d-attentes = 0
               display 'Aucune modification en attente.'
           else
               display 'Premier mois a rejouer (AAAAMM) : '
               accept premier-mois
               display 'Nombre de mois (1 a 12) : '
               accept nombre-de-mois
               divide premier-mois by 100 giving annee-lue
                   remainder mois-lu
               if annee-lue < 1900 or mois-lu < 1 or mois-lu > 12
                  or nombre-de-mois < 1 or nombre-de-mois > 12
                   display 'Periode de simulation invalide.'
               else
                   perform preparer-simulation
                   perform rejouer-un-mois
                       varying mois-rejoue from 1 by 1
                       until mois-rejoue > nombre-de-mois
                   perform editer-simulation
               end-if
           end-if.

       preparer-simulation.
           move 0 to nombre-simules.
           move 0 to nombre-changees.
           move 0 to nombre-ecarts.
           move 0 to ecritures-ignorees.
           move 0 to mois-non-clos.
           move 0 to total-ecart.
           move 0 to total-touchees.
           move spaces to derniere-touchee.
           move 0 to total-listees.
           perform copier-un-taux-simule
               varying taux-idx from 1 by 1
               until taux-idx > nombre-de-taux.
           perform simuler-une-attente
               varying attente-idx from 1 by 1
               until attente-idx > nombre-d-attentes.
           display '============================================='.
           display '  SIMULATION DES TAUX EN ATTENTE'.
           display '============================================='.
           display 'Factures datees dans une periode modifiee :'.

       copier-un-taux-simule.
           add 1 to nombre-simules.
           set simul-idx to nombre-simules.
           move te-pays (taux-idx) to tsi-pays (simul-idx).
           move te-type (taux-idx) to tsi-type (simul-idx).
           move te-valeur (taux-idx) to tsi-valeur (simul-idx).
           move te-debut (taux-idx) to tsi-debut (simul-idx).
           move te-fin (taux-idx) to tsi-fin (simul-idx).

      *> Une modification couvre sa periode jusqu'a la plus lointaine
      *> de l'ancienne et de la nouvelle fin : raccourcir une periode
      *> laisse des factures sans taux, que la simulation signale.
       simuler-une-attente.
           if nombre-changees < 50
               add 1 to nombre-changees
               set changee-idx to nombre-changees
               move ta-pays (attente-idx) to tpc-pays (changee-idx)
               move ta-type (attente-idx) to tpc-type (changee-idx)
               move ta-debut (attente-idx) to tpc-debut (changee-idx)
               move ta-nouvelle-fin (attente-idx)
                   to tpc-fin (changee-idx)
               if ta-ancienne-fin (attente-idx) > tpc-fin (changee-idx)
                   move ta-ancienne-fin (attente-idx)
                       to tpc-fin (changee-idx)
               end-if
           end-if.
           if ta-action (attente-idx) = 'M'
               set simul-idx to 1
               search simul-entree varying simul-idx
                   at end
                       display 'Attente ' ta-pays (attente-idx)
                           ' type ' ta-type (attente-idx)
                           ' du ' ta-debut (attente-idx)
                           ' : periode introuvable au fichier vif'
                   when simul-idx <= nombre-simules
                        and tsi-pays (simul-idx) = ta-pays (attente-idx)
                        and tsi-type (simul-idx) = ta-type (attente-idx)
                        and tsi-debut (simul-idx)
                            = ta-debut (attente-idx)
                       move ta-nouveau-taux (attente-idx)
                           to tsi-valeur (simul-idx)
                       if ta-nouvelle-fin (attente-idx) not = 0
                           move ta-nouvelle-fin (attente-idx)
                               to tsi-fin (simul-idx)
                       end-if
               end-search
           else
               add 1 to nombre-simules
               set simul-idx to nombre-simules
               move ta-pays (attente-idx) to tsi-pays (simul-idx)
               move ta-type (attente-idx) to tsi-type (simul-idx)
               move ta-nouveau-taux (attente-idx)
                   to tsi-valeur (simul-idx)
               move ta-debut (attente-idx) to tsi-debut (simul-idx)
               move ta-nouvelle-fin (attente-idx)
                   to tsi-fin (simul-idx)
           end-if.

      *> Un mois clos se relit dans son archive ; un mois encore
      *> ouvert, dans le journal vif, filtre sur sa date.
       rejouer-un-mois.
           compute periode-lue = annee-lue * 100 + mois-lu.
           move spaces to nom-archive.
           string 'journal-' periode-lue '.dat'
               delimited by size into nom-archive.
           call "CBL_CHECK_FILE_EXIST" using nom-archive
                                             archive-infos
               returning archive-existe-rc.
           if archive-existe-rc = 0
               move nom-archive to nom-journal
           else
               move "journal.dat" to nom-journal
               add 1 to mois-non-clos
           end-if.

           move 'N' to fin-journal.
           open input fichier-journal.
           if journal-status = '00'
               perform lire-journal-suivant
               perform until fin-du-journal
                   perform rejouer-une-ecriture
                   perform lire-journal-suivant
               end-perform
               close fichier-journal
           end-if.

           add 1 to mois-lu.
           if mois-lu > 12
               move 1 to mois-lu
               add 1 to annee-lue
           end-if.

       lire-journal-suivant.
           read fichier-journal
               at end move 'O' to fin-journal
           end-read.

       rejouer-une-ecriture.
           divide jrn-date by 100 giving periode-ecriture.
           if periode-ecriture = periode-lue
              and jrn-mode = 'L' and jrn-regime not = 'A'
              and not jrn-achat
               if jrn-date-facture is numeric
                  and jrn-date-facture not = 0
                   move jrn-date-facture to date-du-taux
               else
                   move jrn-date to date-du-taux
               end-if
               perform chercher-ecart
               if ecart-idx <= nombre-ecarts
                   perform recalculer-une-ecriture
               end-if
           end-if.

       chercher-ecart.
           set ecart-idx to 1.
           search ecart-entree varying ecart-idx
               at end
                   perform ajouter-ecart
               when ecart-idx <= nombre-ecarts
                    and tec-pays (ecart-idx) = jrn-pays
                    and tec-type (ecart-idx) = jrn-tva-type
                   continue
           end-search.

       ajouter-ecart.
           if nombre-ecarts >= 100
               add 1 to ecritures-ignorees
               set ecart-idx to 101
           else
               add 1 to nombre-ecarts
               set ecart-idx to nombre-ecarts
               move jrn-pays to tec-pays (ecart-idx)
               move jrn-tva-type to tec-type (ecart-idx)
               move 0 to tec-lues (ecart-idx)
               move 0 to tec-touchees (ecart-idx)
               move spaces to tec-derniere-touchee (ecart-idx)
               move 0 to tec-sans-taux (ecart-idx)
               move 0 to tec-tva-avant (ecart-idx)
               move 0 to tec-tva-apres (ecart-idx)
           end-if.

      *> Le sens de calcul de l'ecriture fixe le montant qui ne bouge
      *> pas : le TTC en sens direct, le HT en sens inverse, arrondis
      *> comme au calcul du lot. Sans taux simule a sa date, la
      *> facture garde sa TVA et se compte a part.
       recalculer-une-ecriture.
           add 1 to tec-lues (ecart-idx).
           compute tva-avant = jrn-priceTTC - jrn-priceHT.
           move tva-avant to tva-apres.
           perform chercher-taux-simule.
           if le-taux-simule-est-trouve
               if taux-simule not = jrn-tva-rate
                   compute diviseur-simule = 1 + (taux-simule / 100)
                   if jrn-direction = 'R'
                       compute ttc-simule rounded = jrn-priceHT
                           * diviseur-simule
                       compute tva-apres = ttc-simule - jrn-priceHT
                   else
                       compute ht-simule rounded = jrn-priceTTC
                           / diviseur-simule
                       compute tva-apres = jrn-priceTTC - ht-simule
                   end-if
                   perform compter-facture-touchee
               end-if
           else
               move jrn-tva-rate to taux-simule
               add 1 to tec-sans-taux (ecart-idx)
           end-if.
           add tva-avant to tec-tva-avant (ecart-idx).
           add tva-apres to tec-tva-apres (ecart-idx).
           perform lister-si-periode-changee.

       compter-facture-touchee.
           move jrn-lot-id to cle-lot-id.
           move jrn-facture-numero to cle-facture-numero.
           move jrn-sens to cle-sens.
           if cle-facture not = tec-derniere-touchee (ecart-idx)
               add 1 to tec-touchees (ecart-idx)
               move cle-facture to tec-derniere-touchee (ecart-idx)
           end-if.
           if cle-facture not = derniere-touchee
               add 1 to total-touchees
               move cle-facture to derniere-touchee
           end-if.

       chercher-taux-simule.
           move 'N' to taux-simule-trouve.
           set simul-idx to 1.
           search simul-entree varying simul-idx
               at end
                   continue
               when simul-idx <= nombre-simules
                    and tsi-pays (simul-idx) = jrn-pays
                    and tsi-type (simul-idx) = jrn-tva-type
                    and date-du-taux >= tsi-debut (simul-idx)
                    and date-du-taux <= tsi-fin (simul-idx)
                   move 'O' to taux-simule-trouve
                   move tsi-valeur (simul-idx) to taux-simule
           end-search.

       lister-si-periode-changee.
           move 'N' to facture-dans-periode.
           set changee-idx to 1.
           search periode-changee varying changee-idx
               at end
                   continue
               when changee-idx <= nombre-changees
                    and tpc-pays (changee-idx) = jrn-pays
                    and tpc-type (changee-idx) = jrn-tva-type
                    and date-du-taux >= tpc-debut (changee-idx)
                    and date-du-taux <= tpc-fin (changee-idx)
                   move 'O' to facture-dans-periode
           end-search.
           if la-facture-est-dans-periode
               add 1 to total-listees
               if le-taux-simule-est-trouve
                   display '  ' jrn-facture-numero
                       ' du ' date-du-taux
                       ' ' jrn-pays ' type ' jrn-tva-type
                       ' taux ' jrn-tva-rate ' -> ' taux-simule
                       ' TVA ' tva-avant ' -> ' tva-apres
               else
                   display '  ' jrn-facture-numero
                       ' du ' date-du-taux
                       ' ' jrn-pays ' type ' jrn-tva-type
                       ' taux ' jrn-tva-rate
                       ' : AUCUN TAUX SIMULE A CETTE DATE'
               end-if
           end-if.

       editer-simulation.
           if total-listees = 0
               display '  aucune'
           end-if.
           display '---------------------------------------------'.
           display 'Ecart de TVA collectee par pays et type :'.
           perform editer-un-ecart
               varying ecart-idx from 1 by 1
               until ecart-idx > nombre-ecarts.
           display '---------------------------------------------'.
           display 'Factures touchees : ' total-touchees
               ' - ecart total de TVA collectee : ' total-ecart.
           if mois-non-clos > 0
               display mois-non-clos ' mois non clos lus au journal'
                   ' vif'
           end-if.
           if ecritures-ignorees > 0
               display ecritures-ignorees ' ecritures non rejouees,'
                   ' table des pays et types pleine'
           end-if.
           display '============================================='.

      *> Un pays et type que les attentes ne touchent pas n'a rien a
      *> montrer : seuls s'editent ceux qui ont un ecart, une facture
      *> touchee ou une facture restee sans taux.
       editer-un-ecart.
           compute ecart-ligne = tec-tva-apres (ecart-idx)
               - tec-tva-avant (ecart-idx).
           add ecart-ligne to total-ecart.
           if ecart-ligne not = 0
              or tec-touchees (ecart-idx) > 0
              or tec-sans-taux (ecart-idx) > 0
               display tec-pays (ecart-idx)
                   ' type ' tec-type (ecart-idx)
                   ' - ecritures ' tec-lues (ecart-idx)
                   ' touchees ' tec-touchees (ecart-idx)
                   ' sans taux ' tec-sans-taux (ecart-idx)
               display '    TVA ' tec-tva-avant (ecart-idx)
                   ' -> ' tec-tva-apres (ecart-idx)
                   ' ecart ' ecart-ligne
           end-if.

       ecrire-journal-taux.
           open extend fichier-journal-taux.
           if journal-taux-status = '35'
