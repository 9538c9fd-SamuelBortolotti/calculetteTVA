       identification division.
       program-id. encaissementsTVA.

      *> Imputation des reglements clients et TVA sur les
      *> encaissements. La TVA d'une prestation de services vendue
      *> au regime normal n'est exigible qu'a l'encaissement : la
      *> calculette la journalise a la facturation avec l'exigibilite
      *> 'E', ecartee de la declaration, et c'est ici qu'elle devient
      *> exigible. Chaque reglement de reglements.dat est rapproche
      *> de sa facture au registre des factures traitees et de ses
      *> totaux de tranche dans resultats.dat ; un reglement, meme
      *> partiel, porte au journal (mode 'E', date du reglement) la
      *> part de TVA et de base HT de chaque tranche au prorata du
      *> montant encaisse sur le TTC de la facture. La part se
      *> calcule sur le cumul encaisse avant et apres le reglement,
      *> si bien que le dernier reglement solde la TVA de la facture
      *> au centime pres. Le fichier des reglements est reecrit avec
      *> l'etat de chaque reglement par fichier de travail et
      *> renommage, comme les rejets a la correction.
      *> La liste des factures de services ouvertes donne, facture
      *> par facture, le reste du et la TVA encore en attente
      *> d'encaissement.
      *> Registre, resultats et reglements sont tries ensemble par
      *> facture, sans table en memoire, comme au rapprochement de
      *> fin de traitement : le volume n'est pas borne.

       environment division.
       configuration section.

       input-output section.
       file-control.
           select fichier-reglements assign to "reglements.dat"
               organization line sequential
               file status is reglements-status.

           select fichier-reglements-tmp assign to "reglements.new"
               organization line sequential
               file status is reglements-tmp-status.

           select fichier-registre assign to "factures-traitees.dat"
               organization indexed
               access mode sequential
               record key is reg-cle
               file status is registre-status.

           select fichier-resultats assign to "resultats.dat"
               organization line sequential
               file status is resultats-status.

           select fichier-journal assign to "journal.dat"
               organization line sequential
               file status is journal-status.

           select fichier-tri assign to "tri-encaissements.tmp".

       data division.
       file section.
       fd  fichier-reglements.
       copy "payment-record.cpy".

       fd  fichier-reglements-tmp.
       copy "payment-record.cpy"
           replacing ==reglement-record== by ==reglement-record-tmp==
                     ==reglement-a-imputer== by ==rtmp-a-imputer==
                     ==reglement-impute== by ==rtmp-impute==
                     ==reglement-refuse== by ==rtmp-refuse==
                     leading ==rgl== by ==rtmp==.

       fd  fichier-registre.
       copy "invoice-register-record.cpy".

       fd  fichier-resultats.
       copy "result-record.cpy".

       fd  fichier-journal.
       copy "journal-record.cpy".

      *> Cle de tri : la facture, puis l'ordre de presentation
      *> (1 entree du registre, 2 total de tranche, 3 reglement),
      *> puis la date et l'ordre d'arrivee des reglements. L'image
      *> de l'enregistrement d'origine suit.
       sd  fichier-tri.
       01  tri-record.
           05 tri-facture        pic x(10).
           05 tri-ordre          pic 9.
               88 tri-registre   value 1.
               88 tri-tranche    value 2.
               88 tri-reglement  value 3.
           05 tri-date           pic 9(8).
           05 tri-sequence       pic 9(6).
           05 tri-donnees        pic x(150).

       working-storage section.
           01 reglements-status     pic xx.
           01 reglements-tmp-status pic xx.
           01 registre-status       pic xx.
           01 resultats-status      pic xx.
           01 journal-status        pic xx.

           01 fin-reglements   pic x value 'N'.
               88 fin-des-reglements value 'O'.
           01 fin-registre     pic x value 'N'.
               88 fin-du-registre value 'O'.
           01 fin-resultats    pic x value 'N'.
               88 fin-des-resultats value 'O'.
           01 fin-tri          pic x value 'N'.
               88 fin-du-tri value 'O'.

           01 continuer-util   pic x value 'O'.
               88 continuer-l-util value 'O'.

           01 choix-utilisateur pic x.
               88 choix-imputer value 'I' 'i'.
               88 choix-lister  value 'L' 'l'.
               88 choix-quitter value 'Q' 'q'.

           01 mode-passage     pic x.
               88 passage-imputation value 'I'.
               88 passage-liste      value 'L'.

           01 date-du-jour     pic 9(8).
           01 sequence-reglement pic 9(6) value 0.

      *> Images de travail des enregistrements repris du tri.
           copy "invoice-register-record.cpy"
               replacing ==facture-traitee-record== by ==facture-lue==
                         leading ==reg== by ==fcl==.
           copy "result-record.cpy"
               replacing ==result-record== by ==tranche-lue==
                         leading ==res== by ==trl==.
           copy "payment-record.cpy"
               replacing ==reglement-record== by ==reglement-lu==
                         ==reglement-a-imputer== by ==rgll-a-imputer==
                         ==reglement-impute== by ==rgll-impute==
                         ==reglement-refuse== by ==rgll-refuse==
                         leading ==rgl== by ==rgll==.

      *> Facture en cours de lecture du tri : son entree au
      *> registre, ses tranches et le cumul deja encaisse. Une
      *> facture ne compte qu'une tranche par type de TVA ; la
      *> table garde une marge pour une facture retraitee apres
      *> purge de son entree au registre.
           01 facture-courante  pic x(10) value spaces.
           01 facture-au-registre pic x value 'N'.
               88 la-facture-est-au-registre value 'O'.
           01 facture-date      pic 9(8).
           01 facture-lot       pic x(8).
           01 facture-nature    pic x.
           01 facture-client    pic x(8).
           01 table-tranches.
               05 tranche-entree occurs 20 times
                   indexed by tranche-idx.
                   10 trc-direction   pic x.
                   10 trc-pays        pic x(2).
                   10 trc-type        pic 9.
                   10 trc-taux        pic 9(2)v99.
                   10 trc-ttc         pic s9(9)v99.
                   10 trc-ht          pic s9(9)v99.
                   10 trc-tva         pic s9(9)v99.
           01 nombre-tranches   pic 9(2) comp value 0.
           01 tranches-ignorees pic 9(4) comp value 0.
           01 facture-ttc       pic s9(9)v99.
           01 cumul-encaisse    pic s9(9)v99.
           01 cumul-apres       pic s9(9)v99.
           01 reste-du          pic s9(9)v99.
           01 cumul-absolu      pic 9(9)v99.
           01 total-absolu      pic 9(9)v99.

      *> Parts de la tranche reconnues avant et apres le reglement :
      *> leur difference est ce que le reglement porte au journal.
           01 tva-avant         pic s9(9)v99.
           01 tva-apres         pic s9(9)v99.
           01 ht-avant          pic s9(9)v99.
           01 ht-apres          pic s9(9)v99.
           01 part-ht           pic s9(7)v99.
           01 part-ttc          pic s9(7)v99.
           01 tva-reglement     pic s9(9)v99.
           01 tva-en-attente    pic s9(9)v99.

           01 nombre-imputes    pic 9(6) comp value 0.
           01 nombre-refuses    pic 9(6) comp value 0.
           01 nombre-ouvertes   pic 9(6) comp value 0.
           01 ecritures-ecrites pic 9(6) comp value 0.
           01 total-tva-exigible pic s9(11)v99 value 0.
           01 total-tva-attente  pic s9(11)v99 value 0.
           01 total-reste-du     pic s9(11)v99 value 0.

           01 reglements-nom-tmp  pic x(20) value "reglements.new".
           01 reglements-nom-live pic x(20) value "reglements.dat".
           01 reglements-rename-rc pic 9(8) comp.

       procedure division.
           accept date-du-jour from date yyyymmdd.
           perform traiter-un-choix
               until not continuer-l-util.
           goback.

       traiter-un-choix.
           display 'Imputer les reglements (I), lister les factures'
               ' en attente d''encaissement (L) ou quitter (Q) : '.
           accept choix-utilisateur.

           evaluate true
               when choix-imputer
                   move 'I' to mode-passage
                   perform imputer-les-reglements
               when choix-lister
                   move 'L' to mode-passage
                   perform lister-factures-ouvertes
               when choix-quitter
                   move 'N' to continuer-util
               when other
                   continue
           end-evaluate.

      *> Le fichier des reglements est reecrit en entier, trie par
      *> facture et date, chaque reglement a imputer y prenant son
      *> etat : un reglement deja impute ou refuse est recopie tel
      *> quel et ne se reimpute jamais.
       imputer-les-reglements.
           move 0 to nombre-imputes.
           move 0 to nombre-refuses.
           move 0 to ecritures-ecrites.
           move 0 to total-tva-exigible.
           open input fichier-reglements.
           if reglements-status not = '00'
               display 'Fichier des reglements introuvable'
           else
               close fichier-reglements
               open output fichier-reglements-tmp
               open extend fichier-journal
               if journal-status = '35'
                   open output fichier-journal
               end-if
               sort fichier-tri
                   ascending key tri-facture tri-ordre
                                 tri-date tri-sequence
                   input procedure trier-factures-et-reglements
                   output procedure rapprocher-les-reglements
               close fichier-journal
               close fichier-reglements-tmp
               call "CBL_RENAME_FILE" using reglements-nom-tmp
                                            reglements-nom-live
                   returning reglements-rename-rc
               display '----------------------------------------'
               display 'Reglements imputes : ' nombre-imputes
               display 'Reglements refuses : ' nombre-refuses
               display 'Ecritures de TVA encaissee : '
                   ecritures-ecrites
               display 'TVA devenue exigible : ' total-tva-exigible
               display '----------------------------------------'
           end-if.

       lister-factures-ouvertes.
           move 0 to nombre-ouvertes.
           move 0 to total-tva-attente.
           move 0 to total-reste-du.
           display '----------------------------------------'.
           display '  FACTURES DE SERVICES EN ATTENTE'
               ' D''ENCAISSEMENT'.
           display '----------------------------------------'.
           sort fichier-tri
               ascending key tri-facture tri-ordre
                             tri-date tri-sequence
               input procedure trier-factures-et-reglements
               output procedure rapprocher-les-reglements.
           display '----------------------------------------'.
           display nombre-ouvertes ' factures ouvertes - reste du : '
               total-reste-du.
           display 'TVA en attente d''encaissement : '
               total-tva-attente.
           display '----------------------------------------'.

      *> Seules les ventes interessent l'encaissement : les entrees
      *> d'achat du registre et les totaux d'achat des resultats
      *> restent hors du tri.
       trier-factures-et-reglements.
           move 0 to sequence-reglement.
           move 'N' to fin-registre.
           open input fichier-registre.
           if registre-status = '00'
               perform lire-registre-suivant
               perform until fin-du-registre
                   if reg-sens = 'V'
                       move reg-facture-numero to tri-facture
                       move 1 to tri-ordre
                       move reg-date-facture to tri-date
                       move 0 to tri-sequence
                       move facture-traitee-record to tri-donnees
                       release tri-record
                   end-if
                   perform lire-registre-suivant
               end-perform
               close fichier-registre
           end-if.

           move 'N' to fin-resultats.
           open input fichier-resultats.
           if resultats-status = '00'
               perform lire-resultat-suivant
               perform until fin-des-resultats
                   if res-total-facture and res-vente
                       move res-facture-numero to tri-facture
                       move 2 to tri-ordre
                       move 0 to tri-date
                       move 0 to tri-sequence
                       move result-record to tri-donnees
                       release tri-record
                   end-if
                   perform lire-resultat-suivant
               end-perform
               close fichier-resultats
           end-if.

           move 'N' to fin-reglements.
           open input fichier-reglements.
           if reglements-status = '00'
               perform lire-reglement-suivant
               perform until fin-des-reglements
                   add 1 to sequence-reglement
                   move rgl-facture-numero to tri-facture
                   move 3 to tri-ordre
                   move rgl-date to tri-date
                   move sequence-reglement to tri-sequence
                   move reglement-record to tri-donnees
                   release tri-record
                   perform lire-reglement-suivant
               end-perform
               close fichier-reglements
           end-if.

       lire-registre-suivant.
           read fichier-registre
               at end move 'O' to fin-registre
           end-read.

       lire-resultat-suivant.
           read fichier-resultats
               at end move 'O' to fin-resultats
           end-read.

       lire-reglement-suivant.
           read fichier-reglements
               at end move 'O' to fin-reglements
           end-read.

      *> Lecture du tri facture par facture : l'entree du registre
      *> et les tranches precedent les reglements, si bien que le
      *> TTC de la facture est connu au premier reglement.
       rapprocher-les-reglements.
           move 'N' to fin-tri.
           move spaces to facture-courante.
           perform retourner-tri-suivant.
           perform until fin-du-tri
               if tri-facture not = facture-courante
                   perform terminer-facture
                   perform debuter-facture
               end-if
               evaluate true
                   when tri-registre
                       perform retenir-entree-registre
                   when tri-tranche
                       perform retenir-tranche
                   when tri-reglement
                       perform traiter-un-reglement
               end-evaluate
               perform retourner-tri-suivant
           end-perform.
           perform terminer-facture.

       retourner-tri-suivant.
           return fichier-tri
               at end move 'O' to fin-tri
           end-return.

       debuter-facture.
           move tri-facture to facture-courante.
           move 'N' to facture-au-registre.
           move 0 to facture-date.
           move spaces to facture-lot.
           move space to facture-nature.
           move spaces to facture-client.
           move 0 to nombre-tranches.
           move 0 to facture-ttc.
           move 0 to cumul-encaisse.

       retenir-entree-registre.
           move tri-donnees to facture-lue.
           move 'O' to facture-au-registre.
           move fcl-date-facture to facture-date.
           move fcl-lot-id to facture-lot.
           move fcl-nature to facture-nature.

      *> Seules les tranches a TVA exigible a l'encaissement entrent
      *> au prorata : une facture de biens ou une prestation
      *> autoliquidee a deja toute sa TVA declaree.
       retenir-tranche.
           move tri-donnees to tranche-lue.
           move trl-client to facture-client.
           if trl-sur-encaissements
               if nombre-tranches >= 20
                   add 1 to tranches-ignorees
                   display 'Facture ' facture-courante
                       ' : trop de tranches, tranche ignoree'
               else
                   add 1 to nombre-tranches
                   set tranche-idx to nombre-tranches
                   move trl-direction to trc-direction (tranche-idx)
                   move trl-pays to trc-pays (tranche-idx)
                   move trl-tva-type to trc-type (tranche-idx)
                   move trl-tva-rate to trc-taux (tranche-idx)
                   move trl-priceTTC to trc-ttc (tranche-idx)
                   move trl-priceHT to trc-ht (tranche-idx)
                   compute trc-tva (tranche-idx) =
                       trl-priceTTC - trl-priceHT
                   add trl-priceTTC to facture-ttc
               end-if
           end-if.

      *> Un reglement deja impute compte dans le cumul encaisse ; un
      *> reglement a imputer ne s'impute qu'au passage d'imputation,
      *> la liste se contentant de le compter comme non encore recu.
       traiter-un-reglement.
           move tri-donnees to reglement-lu.
           evaluate true
               when rgll-impute
                   add rgll-montant to cumul-encaisse
               when rgll-a-imputer and passage-imputation
                   perform imputer-un-reglement
               when other
                   continue
           end-evaluate.
           if passage-imputation
               move reglement-lu to reglement-record-tmp
               write reglement-record-tmp
           end-if.

      *> Un reglement doit porter le signe de la facture (negatif
      *> pour le remboursement d'un avoir) et ne pas depasser le
      *> reste du ; un reglement de facture de biens s'impute sans
      *> incidence sur la TVA, deja declaree a la facturation.
       imputer-un-reglement.
           move date-du-jour to rgll-date-imputation.
           move 0 to rgll-tva-exigible.
           move spaces to rgll-motif.
           compute cumul-apres = cumul-encaisse + rgll-montant.
           move cumul-apres to cumul-absolu.
           move facture-ttc to total-absolu.
           evaluate true
               when not la-facture-est-au-registre
                    and nombre-tranches = 0
                   move 'Facture inconnue' to rgll-motif
                   perform refuser-le-reglement
               when rgll-montant = 0
                   move 'Reglement a zero' to rgll-motif
                   perform refuser-le-reglement
               when nombre-tranches = 0
                   move 'I' to rgll-etat
                   move 'TVA exigible a la facturation' to rgll-motif
                   add 1 to nombre-imputes
               when facture-ttc = 0
                   move 'Facture a TTC nul' to rgll-motif
                   perform refuser-le-reglement
               when (rgll-montant > 0 and facture-ttc < 0)
                    or (rgll-montant < 0 and facture-ttc > 0)
                   move 'Reglement de signe oppose a la facture'
                       to rgll-motif
                   perform refuser-le-reglement
               when cumul-absolu > total-absolu
                   move 'Reglement superieur au reste du'
                       to rgll-motif
                   perform refuser-le-reglement
               when other
                   perform journaliser-une-tranche
                       varying tranche-idx from 1 by 1
                       until tranche-idx > nombre-tranches
                   move 'I' to rgll-etat
                   move cumul-apres to cumul-encaisse
                   add rgll-tva-exigible to total-tva-exigible
                   add 1 to nombre-imputes
           end-evaluate.

       refuser-le-reglement.
           move 'R' to rgll-etat.
           add 1 to nombre-refuses.
           display 'Reglement refuse, facture ' rgll-facture-numero
               ' du ' rgll-date ' : ' rgll-motif.

      *> La part de la tranche se calcule sur les cumuls : ce qui
      *> est reconnu apres le reglement moins ce qui l'etait avant.
       journaliser-une-tranche.
           compute tva-avant rounded = trc-tva (tranche-idx)
               * cumul-encaisse / facture-ttc.
           compute tva-apres rounded = trc-tva (tranche-idx)
               * cumul-apres / facture-ttc.
           compute ht-avant rounded = trc-ht (tranche-idx)
               * cumul-encaisse / facture-ttc.
           compute ht-apres rounded = trc-ht (tranche-idx)
               * cumul-apres / facture-ttc.
           compute part-ht = ht-apres - ht-avant.
           compute part-ttc = part-ht + tva-apres - tva-avant.
           compute tva-reglement = tva-apres - tva-avant.
           add tva-reglement to rgll-tva-exigible.

           move rgll-date to jrn-date.
           accept jrn-heure from time.
           move 'E' to jrn-mode.
           move trc-direction (tranche-idx) to jrn-direction.
           move trc-pays (tranche-idx) to jrn-pays.
           move trc-type (tranche-idx) to jrn-tva-type.
           move trc-taux (tranche-idx) to jrn-tva-rate.
           move part-ttc to jrn-priceTTC.
           move part-ht to jrn-priceHT.
           move 'N' to jrn-regime.
           move spaces to jrn-tva-intracom.
           move 'EUR' to jrn-devise.
           move part-ttc to jrn-montant-origine.
           move 1 to jrn-taux-change.
           move spaces to jrn-lot-id.
           move facture-courante to jrn-facture-numero.
           move 'V' to jrn-sens.
           move 'E' to jrn-exigibilite.
           move 'N' to jrn-oss.
           move 0 to jrn-tva-admise.
           move 0 to jrn-tva-non-deductible.
           move 0 to jrn-date-facture.
           move facture-client to jrn-client.
           move 'S' to jrn-nature.
           write journal-record.
           add 1 to ecritures-ecrites.

      *> En liste, une facture a TVA sur les encaissements dont le
      *> cumul encaisse n'atteint pas le TTC est ouverte : la TVA
      *> en attente est celle que le cumul n'a pas encore reconnue.
       terminer-facture.
           if facture-courante not = spaces
              and passage-liste
              and nombre-tranches > 0
              and facture-ttc not = 0
              and cumul-encaisse not = facture-ttc
               compute reste-du = facture-ttc - cumul-encaisse
               move 0 to tva-en-attente
               perform cumuler-attente-tranche
                   varying tranche-idx from 1 by 1
                   until tranche-idx > nombre-tranches
               add 1 to nombre-ouvertes
               add reste-du to total-reste-du
               add tva-en-attente to total-tva-attente
               display facture-courante
                   ' du ' facture-date
                   ' lot ' facture-lot
                   ' TTC ' facture-ttc
                   ' encaisse ' cumul-encaisse
                   ' reste du ' reste-du
                   ' TVA en attente ' tva-en-attente
           end-if.

       cumuler-attente-tranche.
           compute tva-avant rounded = trc-tva (tranche-idx)
               * cumul-encaisse / facture-ttc.
           compute tva-en-attente = tva-en-attente
               + trc-tva (tranche-idx) - tva-avant.

       end program encaissementsTVA.
