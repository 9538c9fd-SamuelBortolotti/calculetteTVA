       identification division.
       program-id. maintenanceProrata.

      *> Maintenance du prorata de deduction (prorata-deduction.dat)
      *> et regularisation annuelle. Le prorata provisoire d'une
      *> annee s'applique aux achats au fil des lots ; le definitif,
      *> connu a la cloture de l'exercice, se saisit ensuite et
      *> devient le provisoire de l'annee suivante si celle-ci n'en a
      *> pas encore. La regularisation relit les achats de l'annee
      *> de traitement, celle ou ils ont ete deduits au provisoire :
      *> archives journal-AAAAMM.dat des mois clos, prises en
      *> entier avec les achats tardifs que la cloture y a verses,
      *> journal vif filtre sur le mois sinon. La TVA admise avant
      *> prorata, au prorata definitif, moins la TVA effectivement
      *> deduite au provisoire donne le supplement a deduire ou,
      *> negatif, le montant a reverser.
      *> Elle s'inscrit au journal en une ecriture de mode 'P' datee
      *> du 31 decembre, reprise par la declaration, et se
      *> comptabilise dans ecritures-PRORAAAA.dat (TVA deductible
      *> contre charges), inscrit aux lots comptabilises. Une annee
      *> ne se regularise qu'une fois. Le fichier du prorata se
      *> reecrit par fichier de travail et renommage, comme les
      *> autres fichiers maitres.

       environment division.
       configuration section.

       input-output section.
       file-control.
           select fichier-prorata assign to "prorata-deduction.dat"
               organization line sequential
               file status is prorata-status.

           select fichier-prorata-tmp assign to "prorata.new"
               organization line sequential
               file status is prorata-tmp-status.

           select fichier-journal assign to dynamic nom-journal
               organization line sequential
               file status is journal-status.

           select fichier-ecritures assign to "ecritures.new"
               organization line sequential
               file status is ecritures-status.

           select fichier-lots-compta assign to
               "lots-comptabilises.dat"
               organization line sequential
               file status is lots-compta-status.

       data division.
       file section.
       fd  fichier-prorata.
       copy "prorata-record.cpy".

       fd  fichier-prorata-tmp.
       copy "prorata-record.cpy"
           replacing ==prorata-record== by ==prorata-record-tmp==
                     ==prorata-provisoire== by ==ptmp-provisoire-seul==
                     ==prorata-definitif== by ==ptmp-definitif-saisi==
                     ==prorata-regularise== by ==ptmp-regularise==
                     leading ==prd== by ==ptmp==.

       fd  fichier-journal.
       copy "journal-record.cpy".

       fd  fichier-ecritures.
       copy "accounting-entry-record.cpy".

       fd  fichier-lots-compta.
       copy "lot-record.cpy"
           replacing ==lot-record== by ==lot-compta-record==
                     leading ==lot== by ==lcp==.

       working-storage section.
           01 fin-fichier-prorata pic x value 'N'.
               88 fin-des-prorata value 'O'.
           01 fin-journal    pic x value 'N'.
               88 fin-du-journal value 'O'.

           01 table-des-prorata.
               05 prorata-entree occurs 20 times
                   indexed by prorata-idx.
                   10 tpr-annee          pic 9(4).
                   10 tpr-provisoire     pic 9(3)v99.
                   10 tpr-definitif      pic 9(3)v99.
                   10 tpr-etat           pic x.
                   10 tpr-date-regul     pic 9(8).
                   10 tpr-regularisation pic s9(9)v99.
           01 nombre-de-prorata pic 9(2) comp value 0.

           01 continuer-maj    pic x value 'O'.
               88 continuer-la-maj value 'O'.

           01 choix-utilisateur pic x.
               88 choix-provisoire   value 'P' 'p'.
               88 choix-definitif    value 'D' 'd'.
               88 choix-regulariser  value 'R' 'r'.
               88 choix-quitter      value 'Q' 'q'.

           01 confirmation     pic x.
               88 confirmation-oui value 'O' 'o'.

           01 annee-saisie      pic 9(4).
           01 annee-suivante    pic 9(4).
           01 taux-saisi        pic 9(3)v99.
           01 taux-valide       pic x value 'N'.
               88 le-taux-est-valide value 'O'.
           01 prorata-trouve    pic x value 'N'.
               88 le-prorata-est-trouve value 'O'.

           01 date-du-jour      pic 9(8).
           01 date-regularisation pic 9(8).
           01 mois-de-l-annee   pic 9(2) comp.
           01 periode-lue       pic 9(6).
           01 periode-ecriture  pic 9(6).
           01 mois-non-clos     pic 9(2) value 0.
           01 lecture-archive   pic x value 'N'.
               88 lecture-d-archive value 'O'.

           01 nom-journal       pic x(30).
           01 nom-archive       pic x(30).
           01 archive-existe-rc pic 9(8) comp.
           01 archive-infos     pic x(64).

      *> Achats de l'annee : TVA admise avant prorata et TVA
      *> effectivement deduite ; une ecriture anterieure aux droits a
      *> deduction (champs a blanc) est admise et deduite en totalite.
           01 nombre-achats     pic 9(6) value 0.
           01 montant-tva       pic s9(7)v99.
           01 total-admise      pic s9(11)v99 value 0.
           01 total-deduite     pic s9(11)v99 value 0.
           01 deduction-definitive pic s9(11)v99 value 0.
           01 montant-regularisation pic s9(9)v99 value 0.
           01 montant-absolu    pic 9(9)v99.
           01 sens-tva          pic x.
           01 sens-charges      pic x.

      *> Comptes de l'interface comptable.
           01 compte-charges        pic x(8) value '60600000'.
           01 compte-tva-deductible pic x(8) value '44566000'.

           01 lot-regularisation pic x(8).
           01 nom-ecritures      pic x(30).

           01 prorata-status      pic xx.
           01 prorata-tmp-status  pic xx.
           01 journal-status      pic xx.
           01 ecritures-status    pic xx.
           01 lots-compta-status  pic xx.

           01 prorata-nom-tmp  pic x(20) value "prorata.new".
           01 prorata-nom-live pic x(30) value "prorata-deduction.dat".
           01 prorata-rename-rc pic 9(8) comp.
           01 ecritures-nom-tmp pic x(20) value "ecritures.new".
           01 ecritures-rename-rc pic 9(8) comp.

       procedure division.
           accept date-du-jour from date yyyymmdd.
           perform charger-prorata.

      *> Un fichier absent n'empeche pas la maintenance : la premiere
      *> saisie le cree.
           perform traiter-une-maj
               until not continuer-la-maj.

           goback.

       traiter-une-maj.
           perform afficher-prorata.

           display 'Prorata provisoire (P), definitif (D), '
               'regularisation (R) ou quitter (Q) : '.
           accept choix-utilisateur.

           evaluate true
               when choix-provisoire
                   perform saisir-provisoire
               when choix-definitif
                   perform saisir-definitif
               when choix-regulariser
                   perform regulariser-une-annee
               when other
                   move 'N' to continuer-maj
           end-evaluate.

       afficher-prorata.
           display '----------------------------------------'.
           display '  PRORATA DE DEDUCTION PAR ANNEE'.
           display '  annee provisoire definitif etat regularisation'.
           display '----------------------------------------'.
           perform afficher-une-annee
               varying prorata-idx from 1 by 1
               until prorata-idx > nombre-de-prorata.
           display '----------------------------------------'.

       afficher-une-annee.
           display tpr-annee (prorata-idx)
               ' ' tpr-provisoire (prorata-idx)
               ' ' tpr-definitif (prorata-idx)
               ' ' tpr-etat (prorata-idx)
               ' ' tpr-date-regul (prorata-idx)
               ' ' tpr-regularisation (prorata-idx).

       saisir-annee.
           display 'Annee (AAAA) : '.
           accept annee-saisie.
           perform chercher-prorata.

       chercher-prorata.
           move 'N' to prorata-trouve.
           set prorata-idx to 1.
           search prorata-entree varying prorata-idx
               at end
                   continue
               when prorata-idx <= nombre-de-prorata
                    and tpr-annee (prorata-idx) = annee-saisie
                   move 'O' to prorata-trouve
           end-search.

      *> Un pourcentage se saisit en valeur, point decimal compris
      *> (95 ou 92.5). Un prorata nul (annee sans operation taxable)
      *> est admis, mais se confirme : une saisie a blanc se lit
      *> aussi zero.
       saisir-taux.
           move 'N' to taux-valide.
           accept taux-saisi.
           if taux-saisi > 100
               display 'Pourcentage superieur a 100, saisie ignoree.'
           else
               if taux-saisi = 0
                   display 'Prorata de 0 % : confirmer (O/N) : '
                   move 'N' to confirmation
                   accept confirmation
                   if confirmation-oui
                       move 'O' to taux-valide
                   else
                       display 'Saisie ignoree.'
                   end-if
               else
                   move 'O' to taux-valide
               end-if
           end-if.

      *> Le provisoire d'une annee deja regularisee ne se modifie
      *> plus : la deduction de ses achats est arretee.
       saisir-provisoire.
           perform saisir-annee.
           if le-prorata-est-trouve
              and tpr-etat (prorata-idx) = 'R'
               display 'Annee deja regularisee, prorata fige.'
           else
               display 'Prorata provisoire (ex. 95 ou 92.5) : '
               perform saisir-taux
               if le-taux-est-valide
                   if not le-prorata-est-trouve
                       perform ajouter-une-annee
                   end-if
                   if le-prorata-est-trouve
                       move taux-saisi
                           to tpr-provisoire (prorata-idx)
                       perform sauvegarder-prorata
                       display 'Prorata provisoire enregistre.'
                   end-if
               end-if
           end-if.

       saisir-definitif.
           perform saisir-annee.
           if not le-prorata-est-trouve
               display 'Annee sans prorata provisoire.'
           else
               if tpr-etat (prorata-idx) = 'R'
                   display 'Annee deja regularisee, prorata fige.'
               else
                   display 'Prorata definitif (ex. 95 ou 92.5) : '
                   perform saisir-taux
                   if le-taux-est-valide
                       move taux-saisi to tpr-definitif (prorata-idx)
                       move 'D' to tpr-etat (prorata-idx)
                       perform reporter-sur-annee-suivante
                       perform sauvegarder-prorata
                       display 'Prorata definitif enregistre.'
                   end-if
               end-if
           end-if.

      *> Le definitif d'une annee sert de provisoire a la suivante,
      *> sauf si celle-ci a deja le sien.
       reporter-sur-annee-suivante.
           compute annee-suivante = annee-saisie + 1.
           move annee-suivante to annee-saisie.
           perform chercher-prorata.
           if not le-prorata-est-trouve
               perform ajouter-une-annee
               if le-prorata-est-trouve
                   move taux-saisi to tpr-provisoire (prorata-idx)
                   display 'Provisoire ' annee-suivante
                       ' repris du definitif.'
               end-if
           end-if.
           compute annee-saisie = annee-suivante - 1.
           perform chercher-prorata.

       ajouter-une-annee.
           if nombre-de-prorata >= 20
               display 'Table des prorata pleine, ajout impossible.'
           else
               add 1 to nombre-de-prorata
               set prorata-idx to nombre-de-prorata
               move annee-saisie to tpr-annee (prorata-idx)
               move 0 to tpr-provisoire (prorata-idx)
               move 0 to tpr-definitif (prorata-idx)
               move 'P' to tpr-etat (prorata-idx)
               move 0 to tpr-date-regul (prorata-idx)
               move 0 to tpr-regularisation (prorata-idx)
               move 'O' to prorata-trouve
           end-if.

       regulariser-une-annee.
           perform saisir-annee.
           evaluate true
               when not le-prorata-est-trouve
                   display 'Annee sans prorata.'
               when tpr-etat (prorata-idx) = 'R'
                   display 'Annee deja regularisee le '
                       tpr-date-regul (prorata-idx)
               when tpr-etat (prorata-idx) not = 'D'
                   display 'Prorata definitif non saisi.'
               when other
                   perform calculer-regularisation
           end-evaluate.

       calculer-regularisation.
           move 0 to nombre-achats.
           move 0 to total-admise.
           move 0 to total-deduite.
           move 0 to mois-non-clos.
           perform lire-un-mois
               varying mois-de-l-annee from 1 by 1
               until mois-de-l-annee > 12.

           compute deduction-definitive rounded = total-admise
               * tpr-definitif (prorata-idx) / 100.
           compute montant-regularisation = deduction-definitive
               - total-deduite.

           display '============================================='.
           display '  REGULARISATION DU PRORATA - ANNEE '
               annee-saisie.
           display '============================================='.
           display 'Ecritures d''achat lues          : ' nombre-achats.
           display 'TVA admise avant prorata        : ' total-admise.
           display 'TVA deduite au provisoire       : ' total-deduite.
           display 'Prorata provisoire / definitif  : '
               tpr-provisoire (prorata-idx) ' / '
               tpr-definitif (prorata-idx).
           display 'TVA deductible au definitif     : '
               deduction-definitive.
           display 'Regularisation (+ a deduire)    : '
               montant-regularisation.
           if mois-non-clos > 0
               display mois-non-clos ' mois non clos lus au journal'
                   ' vif'
           end-if.

           display 'Passer la regularisation (O/N) : '.
           accept confirmation.
           if confirmation-oui
               compute date-regularisation = annee-saisie * 10000
                   + 1231
               if montant-regularisation not = 0
                   perform ecrire-ecriture-journal
                   perform ecrire-ecritures-comptables
               end-if
               move 'R' to tpr-etat (prorata-idx)
               move date-du-jour to tpr-date-regul (prorata-idx)
               move montant-regularisation
                   to tpr-regularisation (prorata-idx)
               perform sauvegarder-prorata
               display 'Regularisation passee.'
           else
               display 'Regularisation abandonnee.'
           end-if.

      *> Un mois clos se relit dans son archive, prise en entier ;
      *> un mois encore ouvert, dans le journal vif, filtre sur sa
      *> date.
       lire-un-mois.
           compute periode-lue = annee-saisie * 100 + mois-de-l-annee.
           move spaces to nom-archive.
           string 'journal-' periode-lue '.dat'
               delimited by size into nom-archive.
           call "CBL_CHECK_FILE_EXIST" using nom-archive
                                             archive-infos
               returning archive-existe-rc.
           if archive-existe-rc = 0
               move 'O' to lecture-archive
               move nom-archive to nom-journal
           else
               move 'N' to lecture-archive
               move "journal.dat" to nom-journal
               add 1 to mois-non-clos
           end-if.

           move 'N' to fin-journal.
           open input fichier-journal.
           if journal-status = '00'
               perform lire-journal-suivant
               perform until fin-du-journal
                   perform cumuler-ligne-journal
                   perform lire-journal-suivant
               end-perform
               close fichier-journal
           end-if.

       lire-journal-suivant.
           read fichier-journal
               at end move 'O' to fin-journal
           end-read.

      *> Seuls les achats taxes des lots entrent au prorata ; une
      *> acquisition autoliquidee ne porte pas de TVA.
       cumuler-ligne-journal.
           divide jrn-date by 100 giving periode-ecriture.
           if (lecture-d-archive or periode-ecriture = periode-lue)
              and jrn-mode-lot and jrn-achat and jrn-regime not = 'A'
               add 1 to nombre-achats
               compute montant-tva = jrn-priceTTC - jrn-priceHT
               if jrn-tva-admise is numeric
                  and jrn-tva-non-deductible is numeric
                   add jrn-tva-admise to total-admise
                   compute total-deduite = total-deduite
                       + montant-tva - jrn-tva-non-deductible
               else
                   add montant-tva to total-admise
                   add montant-tva to total-deduite
               end-if
           end-if.

      *> L'ecriture de regularisation porte le montant en TVA (TTC,
      *> HT nul) sur la France, au sens achat : la declaration le
      *> reprend en TVA deductible, negatif s'il est a reverser.
       ecrire-ecriture-journal.
           move "journal.dat" to nom-journal.
           open extend fichier-journal.
           if journal-status = '35'
               open output fichier-journal
           end-if.
           move spaces to lot-regularisation.
           string 'PROR' annee-saisie
               delimited by size into lot-regularisation.
           move date-regularisation to jrn-date.
           accept jrn-heure from time.
           move 'P' to jrn-mode.
           move 'D' to jrn-direction.
           move 'FR' to jrn-pays.
           move 0 to jrn-tva-type.
           move 0 to jrn-tva-rate.
           move montant-regularisation to jrn-priceTTC.
           move 0 to jrn-priceHT.
           move 'N' to jrn-regime.
           move spaces to jrn-tva-intracom.
           move 'EUR' to jrn-devise.
           move montant-regularisation to jrn-montant-origine.
           move 1 to jrn-taux-change.
           move lot-regularisation to jrn-lot-id.
           move 'PRORATA' to jrn-facture-numero.
           move 'A' to jrn-sens.
           move 'D' to jrn-exigibilite.
           move 'N' to jrn-oss.
           move 0 to jrn-tva-admise.
           move 0 to jrn-tva-non-deductible.
           move date-regularisation to jrn-date-facture.
           move spaces to jrn-client.
           move space to jrn-nature.
           write journal-record.
           close fichier-journal.

      *> Un supplement de deduction debite la TVA deductible et
      *> allege les charges ; un reversement fait l'inverse.
       ecrire-ecritures-comptables.
           if montant-regularisation > 0
               move 'D' to sens-tva
               move 'C' to sens-charges
           else
               move 'C' to sens-tva
               move 'D' to sens-charges
           end-if.
           move montant-regularisation to montant-absolu.

           open output fichier-ecritures.
           move compte-tva-deductible to ecr-compte.
           move sens-tva to ecr-sens.
           move 'Regularisation prorata TVA' to ecr-libelle.
           perform ecrire-une-ecriture.
           move compte-charges to ecr-compte.
           move sens-charges to ecr-sens.
           move 'Regularisation prorata charges' to ecr-libelle.
           perform ecrire-une-ecriture.
           close fichier-ecritures.

           move spaces to nom-ecritures.
           string 'ecritures-' lot-regularisation '.dat'
               delimited by size into nom-ecritures.
           call "CBL_RENAME_FILE" using ecritures-nom-tmp
                                        nom-ecritures
               returning ecritures-rename-rc.
           display 'Ecritures de regularisation : ' nom-ecritures.

           open extend fichier-lots-compta.
           if lots-compta-status = '35'
               open output fichier-lots-compta
           end-if.
           move lot-regularisation to lcp-id.
           move date-regularisation to lcp-date-traitement.
           write lot-compta-record.
           close fichier-lots-compta.

       ecrire-une-ecriture.
           move lot-regularisation to ecr-lot-id.
           move date-regularisation to ecr-date.
           move 'PRORATA' to ecr-facture-numero.
           move montant-absolu to ecr-montant.
           move spaces to ecr-client.
           move date-regularisation to ecr-date-piece.
           write ecriture-record.

       charger-prorata.
           open input fichier-prorata.
           if prorata-status = '00'
               perform lire-prorata-suivant
               perform until fin-des-prorata
                   if nombre-de-prorata < 20
                       add 1 to nombre-de-prorata
                       set prorata-idx to nombre-de-prorata
                       move prd-annee to tpr-annee (prorata-idx)
                       move prd-provisoire
                           to tpr-provisoire (prorata-idx)
                       move prd-definitif to tpr-definitif (prorata-idx)
                       move prd-etat to tpr-etat (prorata-idx)
                       move prd-date-regularisation
                           to tpr-date-regul (prorata-idx)
                       move prd-regularisation
                           to tpr-regularisation (prorata-idx)
                   else
                       display 'Table des prorata pleine, annee '
                           prd-annee ' ignoree'
                   end-if
                   perform lire-prorata-suivant
               end-perform
               close fichier-prorata
           end-if.

       lire-prorata-suivant.
           read fichier-prorata
               at end move 'O' to fin-fichier-prorata
           end-read.

       sauvegarder-prorata.
           open output fichier-prorata-tmp.
           perform ecrire-une-ligne-prorata
               varying prorata-idx from 1 by 1
               until prorata-idx > nombre-de-prorata.
           close fichier-prorata-tmp.
           call "CBL_RENAME_FILE" using prorata-nom-tmp
                                        prorata-nom-live
               returning prorata-rename-rc.

       ecrire-une-ligne-prorata.
           move tpr-annee (prorata-idx) to ptmp-annee.
           move tpr-provisoire (prorata-idx) to ptmp-provisoire.
           move tpr-definitif (prorata-idx) to ptmp-definitif.
           move tpr-etat (prorata-idx) to ptmp-etat.
           move tpr-date-regul (prorata-idx)
               to ptmp-date-regularisation.
           move tpr-regularisation (prorata-idx)
               to ptmp-regularisation.
           write prorata-record-tmp.

       end program maintenanceProrata.
