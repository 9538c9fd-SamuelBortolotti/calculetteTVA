      *> et TVA nette par pays. Le fichier s'ecrit sous un nom de
      *> travail puis prend son nom definitif par renommage, comme
      *> l'archive de la cloture.
      *> Les prestations de services vendues au regime normal ne se
      *> declarent pas a la facturation mais a l'encaissement : leur
      *> ecriture de lot est ecartee, et ce sont les ecritures de
      *> TVA encaissee (mode 'E'), datees du reglement, qui montent
      *> dans la periode ou l'argent est recu.
      *> Les ventes a distance taxees au pays de destination se
      *> declarent au guichet unique (declarationOSS) : leurs
      *> ecritures sont ecartees de la declaration nationale.
      *> Chaque depot s'inscrit a l'historique des declarations
      *> deposees (declarations-deposees.dat), par periode et pays.
      *> Le credit de TVA reporte par la derniere declaration
      *> deposee d'un pays s'impute d'office sur la suivante. Les
      *> ecritures tardives, datees d'une periode deja close et
      *> restees au journal vif, sont declarees en regularisation,
      *> a part, sur la declaration de la premiere periode ouverte.
      *> Une periode deja deposee ne se redepose qu'en declaration
      *> rectificative, qui edite et porte au depot ses ecarts sur la
      *> derniere version deposee. Un pays qui n'a que des operations
      *> intracom exonerees s'inscrit lui aussi a l'historique, et
      *> une base intracom modifiee compte comme un ecart.

       environment division.
       configuration section.
               organization line sequential
               file status is depot-status.

           select fichier-historique
               assign to "declarations-deposees.dat"
               organization line sequential
               file status is historique-status.

       data division.
       file section.
       fd  fichier-journal.
       fd  fichier-depot.
       copy "declaration-record.cpy".

       fd  fichier-historique.
       copy "filed-return-record.cpy".

       working-storage section.
           01 fin-journal    pic x value 'N'.
               88 fin-du-journal value 'O'.
           01 fin-historique pic x value 'N'.
               88 fin-de-l-historique value 'O'.

           01 periode-declaree  pic 9(6).
           01 periode-annee     pic 9(4).
           01 periode-mois      pic 9(2).
           01 periode-ecriture  pic 9(6).
           01 date-du-jour      pic 9(8).

           01 nom-journal       pic x(30) value "journal.dat".
           01 nom-archive       pic x(30).
           01 archive-existe-rc pic 9(8) comp.
           01 archive-infos     pic x(64).

      *> Derniere periode close avant la periode declaree : la
      *> cloture d'une periode archive toutes les ecritures datees
      *> jusqu'a sa fin, si bien que la plus recente archive trouvee
      *> en remontant les mois borne les periodes closes. Une
      *> ecriture datee d'une periode close est tardive ; elle ne se
      *> regularise que sur la periode qui suit immediatement la
      *> derniere cloture, la premiere ouverte, pour ne jamais l'etre
      *> deux fois.
           01 derniere-cloture  pic 9(6) value 0.
           01 periode-testee    pic 9(6).
           01 mois-testes       pic 9(2) comp value 0.
           01 periode-suivante  pic 9(6).
           01 regularisation-admise pic x value 'N'.
               88 la-regularisation-est-admise value 'O'.
           01 tardives-ecartees pic 9(6) comp value 0.

      *> Cumuls par pays et type, ventiles par sens : les ecritures
      *> de vente portent la TVA collectee, celles d'achat (factures
      *> fournisseurs) la TVA deductible, et la TVA nette a payer en
                       sign leading separate.
           01 nombre-autoliq pic 9(2) comp value 0.

      *> Soldes par pays pour les lignes 'N' du fichier de depot,
      *> avec la regularisation des ecritures tardives, le credit
      *> anterieur repris de l'historique et, pour une periode deja
      *> deposee, les montants de la derniere version deposee.
           01 table-pays-net.
               05 net-entree occurs 20 times indexed by net-idx.
                   10 net-pays       pic x(2).
                       sign leading separate.
                   10 net-deductible pic s9(11)v99
                       sign leading separate.
                   10 net-nb-regul   pic 9(6) comp.
                   10 net-regul-collectee  pic s9(11)v99.
                   10 net-regul-deductible pic s9(11)v99.
                   10 net-total-collectee  pic s9(11)v99.
                   10 net-total-deductible pic s9(11)v99.
                   10 net-solde            pic s9(11)v99.
                   10 net-credit-periode   pic 9(6).
                   10 net-credit-version   pic 9(2).
                   10 net-credit-anterieur pic s9(11)v99.
                   10 net-a-payer          pic s9(11)v99.
                   10 net-credit-a-reporter pic s9(11)v99.
                   10 net-deja-deposee     pic x.
                       88 net-est-deja-deposee value 'O'.
                   10 net-dep-version      pic 9(2).
                   10 net-dep-collectee    pic s9(11)v99.
                   10 net-dep-deductible   pic s9(11)v99.
                   10 net-dep-a-payer      pic s9(11)v99.
                   10 net-dep-credit       pic s9(11)v99.
                   10 net-ecart-collectee  pic s9(11)v99.
                   10 net-ecart-deductible pic s9(11)v99.
                   10 net-ecart-net        pic s9(11)v99.
                   10 net-intracom-ht      pic s9(11)v99.
                   10 net-dep-intracom     pic s9(11)v99.
                   10 net-ecart-intracom   pic s9(11)v99.
                   10 net-posterieure      pic x.
                       88 net-a-depot-posterieur value 'O'.
           01 nombre-pays-net pic 9(2) comp value 0.
           01 pays-cherche    pic x(2).
           01 pays-trouve     pic x value 'N'.
               88 le-pays-est-trouve value 'O'.

      *> Etat de la periode a l'historique : une version deja
      *> deposee impose la declaration rectificative, a la version
      *> suivante.
           01 periode-deposee pic x value 'N'.
               88 la-periode-est-deja-deposee value 'O'.
           01 derniere-version pic 9(2) value 0.
           01 version-depot    pic 9(2) value 0.
           01 nombre-ecarts    pic 9(2) comp value 0.
           01 reponse-operateur pic x.
               88 reponse-oui value 'O' 'o'.
           01 solde-signe      pic s9(11)v99.
           01 solde-depose     pic s9(11)v99.

           01 journal-status    pic xx.
           01 depot-status      pic xx.
           01 historique-status pic xx.

       procedure division.
           accept date-du-jour from date yyyymmdd.
           display 'Periode a declarer (AAAAMM) : '.
           accept periode-declaree.

               display 'Periode non close, lecture du journal vif'
           end-if.

           perform chercher-derniere-cloture.

           open input fichier-journal.

           if journal-status not = '00'

               close fichier-journal

               if tardives-ecartees > 0
                   display tardives-ecartees ' ecritures tardives'
                       ' laissees a la declaration de la periode '
                       periode-suivante
               end-if

               perform ventiler-une-tranche
                   varying decl-idx from 1 by 1
                   until decl-idx > nombre-types-decl
               perform reporter-intracom-pays
                   varying autoliq-idx from 1 by 1
                   until autoliq-idx > nombre-autoliq
               perform lire-historique
               perform calculer-solde-pays
                   varying net-idx from 1 by 1
                   until net-idx > nombre-pays-net

               perform imprimer-declaration
               perform deposer-la-declaration
           end-if.

           goback.

      *> Remonte au plus trois ans de mois a la recherche de la
      *> derniere archive de cloture anterieure a la periode.
       chercher-derniere-cloture.
           move 0 to derniere-cloture.
           move 0 to mois-testes.
           move periode-declaree to periode-testee.
           perform tester-une-cloture
               until derniere-cloture not = 0
                  or mois-testes >= 36.
           if derniere-cloture not = 0
               divide derniere-cloture by 100
                   giving periode-annee
                   remainder periode-mois
               if periode-mois = 12
                   compute periode-suivante =
                       (periode-annee + 1) * 100 + 1
               else
                   compute periode-suivante = derniere-cloture + 1
               end-if
               if periode-suivante = periode-declaree
                   move 'O' to regularisation-admise
               end-if
           end-if.

       tester-une-cloture.
           add 1 to mois-testes.
           divide periode-testee by 100
               giving periode-annee
               remainder periode-mois.
           if periode-mois = 1
               compute periode-testee = (periode-annee - 1) * 100 + 12
           else
               subtract 1 from periode-testee
           end-if.
           move spaces to nom-archive.
           string 'journal-' periode-testee '.dat'
               delimited by size into nom-archive.
           call "CBL_CHECK_FILE_EXIST" using nom-archive
                                             archive-infos
               returning archive-existe-rc.
           if archive-existe-rc = 0
               move periode-testee to derniere-cloture
           end-if.

       lire-journal-suivant.
           read fichier-journal
               at end move 'O' to fin-journal

       cumuler-ligne-journal.
           divide jrn-date by 100 giving periode-ecriture.
           evaluate true
               when periode-ecriture = periode-declaree
                   perform cumuler-ligne-periode
               when derniere-cloture not = 0
                    and periode-ecriture <= derniere-cloture
                   perform cumuler-ligne-tardive
               when other
                   continue
           end-evaluate.

       cumuler-ligne-periode.
           evaluate true
               when jrn-guichet-oss
                   continue
               when jrn-mode-lot and jrn-sur-encaissements
                   continue
               when jrn-mode-lot or jrn-mode-encaissement
                    or jrn-mode-prorata
                   if jrn-regime = 'A'
                       perform cumuler-ligne-autoliq
                   else
                       perform cumuler-ligne-taxee
                   end-if
               when other
                   continue
           end-evaluate.

      *> Une ecriture tardive se retient selon les memes regles
      *> qu'une ecriture de la periode ; seule la TVA se regularise,
      *> une operation autoliquidee n'en portant pas.
       cumuler-ligne-tardive.
           if (jrn-mode-lot and not jrn-sur-encaissements)
              or jrn-mode-encaissement or jrn-mode-prorata
               if jrn-regime not = 'A' and not jrn-guichet-oss
                   if la-regularisation-est-admise
                       perform cumuler-regularisation
                   else
                       add 1 to tardives-ecartees
                   end-if
               end-if
           end-if.

       cumuler-regularisation.
           perform calculer-montant-tva.
           move jrn-pays to pays-cherche.
           perform chercher-pays-net.
           add 1 to net-nb-regul (net-idx).
           if jrn-achat
               add montant-tva to net-regul-deductible (net-idx)
           else
               add montant-tva to net-regul-collectee (net-idx)
           end-if.

      *> Seules les livraisons (ventes) alimentent les operations
      *> intracom exonerees ; une acquisition autoliquidee porte une
      *> TVA nulle et ne monte sur aucune ligne de la declaration.
           move 0 to aut-nombre (autoliq-idx).
           move 0 to aut-ht (autoliq-idx).

      *> Un achat ne deduit que sa TVA hors part non deductible ;
      *> une ecriture anterieure la lit a blanc, toute sa TVA etant
      *> alors deductible. La regularisation annuelle du prorata
      *> (mode 'P') porte deja en TVA le montant a deduire en plus
      *> ou, negative, a reverser.
       calculer-montant-tva.
           compute montant-tva = jrn-priceTTC - jrn-priceHT.
           if jrn-achat and jrn-tva-non-deductible is numeric
               subtract jrn-tva-non-deductible from montant-tva
           end-if.

       cumuler-ligne-taxee.
           perform calculer-montant-tva.

           set decl-idx to 1.
           search decl-entree varying decl-idx
           move 0 to decl-ht-achats (decl-idx).
           move 0 to decl-deductible (decl-idx).

       ventiler-une-tranche.
           move decl-pays (decl-idx) to pays-cherche.
           perform chercher-pays-net.
           add decl-collectee (decl-idx)
               to net-collectee (net-idx).
           add decl-deductible (decl-idx)
               to net-deductible (net-idx).

      *> Lecture de l'historique des depots : pour la periode
      *> declaree, la derniere version deposee de chaque pays (un
      *> pays deja depose mais sans ecriture cette fois entre au
      *> tableau, la rectificative le ramenant a zero) ; pour les
      *> periodes anterieures, le credit a reporter de la plus
      *> recente ; pour les periodes posterieures, la simple trace
      *> d'un depot, a signaler si la rectificative change le credit.
       lire-historique.
           move 'N' to fin-historique.
           open input fichier-historique.
           if historique-status = '00'
               perform lire-historique-suivant
               perform until fin-de-l-historique
                   perform examiner-un-depot
                   perform lire-historique-suivant
               end-perform
               close fichier-historique
           end-if.

       lire-historique-suivant.
           read fichier-historique
               at end move 'O' to fin-historique
           end-read.

       examiner-un-depot.
           move his-pays to pays-cherche.
           evaluate true
               when his-periode = periode-declaree
                   perform chercher-pays-net
                   perform retenir-version-deposee
               when his-periode < periode-declaree
                   perform chercher-pays-existant
                   if le-pays-est-trouve
                       perform retenir-credit-anterieur
                   end-if
               when other
                   perform chercher-pays-existant
                   if le-pays-est-trouve
                       move 'O' to net-posterieure (net-idx)
                   end-if
           end-evaluate.

       retenir-version-deposee.
           move 'O' to periode-deposee.
           if his-version > derniere-version
               move his-version to derniere-version
           end-if.
           if not net-est-deja-deposee (net-idx)
              or his-version >= net-dep-version (net-idx)
               move 'O' to net-deja-deposee (net-idx)
               move his-version to net-dep-version (net-idx)
               compute net-dep-collectee (net-idx) =
                   his-collectee + his-regul-collectee
               compute net-dep-deductible (net-idx) =
                   his-deductible + his-regul-deductible
               move his-net-a-payer to net-dep-a-payer (net-idx)
               move his-credit-reporte to net-dep-credit (net-idx)
               if his-intracom-ht is numeric
                   move his-intracom-ht to net-dep-intracom (net-idx)
               else
                   move 0 to net-dep-intracom (net-idx)
               end-if
           end-if.

       retenir-credit-anterieur.
           if his-periode > net-credit-periode (net-idx)
              or (his-periode = net-credit-periode (net-idx)
                  and his-version >= net-credit-version (net-idx))
               move his-periode to net-credit-periode (net-idx)
               move his-version to net-credit-version (net-idx)
               move his-credit-reporte
                   to net-credit-anterieur (net-idx)
           end-if.

      *> Chaque pays des operations intracom entre au tableau des
      *> pays, meme sans TVA collectee ni deductible : il a sa ligne
      *> a l'historique et sa base intracom se compare au depot.
       reporter-intracom-pays.
           move aut-pays (autoliq-idx) to pays-cherche.
           perform chercher-pays-net.
           move aut-ht (autoliq-idx) to net-intracom-ht (net-idx).

      *> Solde du pays : collectee et deductible de la periode et de
      *> la regularisation, puis imputation du credit anterieur. Un
      *> solde qui reste negatif devient le credit a reporter.
       calculer-solde-pays.
           compute net-total-collectee (net-idx) =
               net-collectee (net-idx) + net-regul-collectee (net-idx).
           compute net-total-deductible (net-idx) =
               net-deductible (net-idx)
               + net-regul-deductible (net-idx).
           compute net-solde (net-idx) =
               net-total-collectee (net-idx)
               - net-total-deductible (net-idx).
           compute solde-signe = net-solde (net-idx)
               - net-credit-anterieur (net-idx).
           if solde-signe < 0
               move 0 to net-a-payer (net-idx)
               compute net-credit-a-reporter (net-idx) =
                   0 - solde-signe
           else
               move solde-signe to net-a-payer (net-idx)
               move 0 to net-credit-a-reporter (net-idx)
           end-if.
           if net-est-deja-deposee (net-idx)
               compute net-ecart-collectee (net-idx) =
                   net-total-collectee (net-idx)
                   - net-dep-collectee (net-idx)
               compute net-ecart-deductible (net-idx) =
                   net-total-deductible (net-idx)
                   - net-dep-deductible (net-idx)
               compute solde-depose = net-dep-a-payer (net-idx)
                   - net-dep-credit (net-idx)
               compute net-ecart-net (net-idx) = solde-signe
                   - solde-depose
               compute net-ecart-intracom (net-idx) =
                   net-intracom-ht (net-idx)
                   - net-dep-intracom (net-idx)
           else
               move net-total-collectee (net-idx)
                   to net-ecart-collectee (net-idx)
               move net-total-deductible (net-idx)
                   to net-ecart-deductible (net-idx)
               move solde-signe to net-ecart-net (net-idx)
               move net-intracom-ht (net-idx)
                   to net-ecart-intracom (net-idx)
           end-if.

       imprimer-declaration.
           display '============================================='.
           display '  DECLARATION DE TVA - PERIODE '
               varying autoliq-idx from 1 by 1
               until autoliq-idx > nombre-autoliq.

           display '---------------------------------------------'.
           perform imprimer-solde-pays
               varying net-idx from 1 by 1
               until net-idx > nombre-pays-net.

           display '============================================='.

       imprimer-une-ligne.
               ' - total HT : ' aut-ht (autoliq-idx)
               ' (voir etat recapitulatif)'.

       imprimer-solde-pays.
           if net-nb-regul (net-idx) > 0
               display net-pays (net-idx)
                   ' - Regularisation periodes closes - ecritures : '
                   net-nb-regul (net-idx)
               display '          collectee '
                   net-regul-collectee (net-idx)
                   ' deductible ' net-regul-deductible (net-idx)
           end-if.
           display net-pays (net-idx)
               ' - Solde ' net-solde (net-idx)
               ' - credit anterieur ' net-credit-anterieur (net-idx)
               ' (periode ' net-credit-periode (net-idx) ')'.
           display '          net a payer ' net-a-payer (net-idx)
               ' - credit a reporter '
               net-credit-a-reporter (net-idx).

      *> Une periode jamais deposee l'est d'office, comme avant. Une
      *> periode deja deposee se reedite ; si ses montants different
      *> de la derniere version deposee, les ecarts sont edites et
      *> l'operateur peut deposer une declaration rectificative.
       deposer-la-declaration.
           if nombre-pays-net = 0 and nombre-autoliq = 0
               display 'Aucune ecriture a la periode, pas de depot'
           else
               if la-periode-est-deja-deposee
                   perform examiner-rectificative
               else
                   move 0 to version-depot
                   perform ecrire-fichier-depot
                   perform ecrire-historique
               end-if
           end-if.

       examiner-rectificative.
           move 0 to nombre-ecarts.
           display 'Periode deja deposee (version '
               derniere-version ') - ecarts sur le depot :'.
           perform imprimer-un-ecart
               varying net-idx from 1 by 1
               until net-idx > nombre-pays-net.
           if nombre-ecarts = 0
               display 'Aucun ecart : la declaration deposee reste'
                   ' valable, pas de nouveau depot'
           else
               display 'Deposer une declaration rectificative'
                   ' (O/N) : '
               accept reponse-operateur
               if reponse-oui
                   compute version-depot = derniere-version + 1
                   perform ecrire-fichier-depot
                   perform ecrire-historique
                   perform signaler-depots-posterieurs
                       varying net-idx from 1 by 1
                       until net-idx > nombre-pays-net
               else
                   display 'Rectificative non deposee'
               end-if
           end-if.

       imprimer-un-ecart.
           if net-ecart-collectee (net-idx) not = 0
              or net-ecart-deductible (net-idx) not = 0
              or net-ecart-net (net-idx) not = 0
              or net-ecart-intracom (net-idx) not = 0
               add 1 to nombre-ecarts
               display net-pays (net-idx)
                   ' - ecart collectee ' net-ecart-collectee (net-idx)
                   ' deductible ' net-ecart-deductible (net-idx)
                   ' solde ' net-ecart-net (net-idx)
                   ' intracom HT ' net-ecart-intracom (net-idx)
           end-if.

      *> Le credit a reporter d'une periode rectifiee a pu etre
      *> impute par une declaration posterieure deja deposee : elle
      *> est alors a rectifier a son tour.
       signaler-depots-posterieurs.
           if net-a-depot-posterieur (net-idx)
              and net-credit-a-reporter (net-idx)
                  not = net-dep-credit (net-idx)
               display net-pays (net-idx) ' - credit a reporter'
                   ' modifie : rectifier les declarations'
                   ' posterieures deja deposees'
           end-if.

      *> Fichier de depot : une ligne 'C' et une ligne 'D' par
      *> tranche pays et taux, une ligne 'I' par pays pour les
      *> operations intracom exonerees, puis par pays la ligne 'R'
      *> de regularisation s'il y a lieu, la ligne 'N' de TVA nette,
      *> la ligne 'K' de report de credit et, sur une rectificative,
      *> la ligne 'X' d'ecart. L'ecart sur la base intracom ne
      *> figure pas sur la ligne 'X' : la rectificative le porte par
      *> ses lignes 'I', qui redonnent la base complete du pays.
       ecrire-fichier-depot.
           open output fichier-depot.
           perform ecrire-lignes-tranche
               varying decl-idx from 1 by 1
               until decl-idx > nombre-types-decl.
           perform ecrire-ligne-intracom
               varying autoliq-idx from 1 by 1
               until autoliq-idx > nombre-autoliq.
           perform ecrire-lignes-nettes
               varying net-idx from 1 by 1
               until net-idx > nombre-pays-net.
           close fichier-depot.
           move spaces to nom-depot.
           string 'declaration-' periode-declaree '.dat'
               delimited by size into nom-depot.
           call "CBL_RENAME_FILE" using depot-nom-tmp
                                        nom-depot
               returning depot-rename-rc.
           if version-depot = 0
               display 'Fichier de depot ecrit : ' nom-depot
           else
               display 'Declaration rectificative ' version-depot
                   ' ecrite : ' nom-depot
           end-if.

       ecrire-lignes-tranche.
           move 'C' to dcl-type-enreg.
           move periode-declaree to dcl-periode.
           move decl-pays (decl-idx) to dcl-pays.
           move decl-type (decl-idx) to dcl-tva-type.
           move decl-ht-ventes (decl-idx) to dcl-base-ht.
           move decl-collectee (decl-idx) to dcl-tva.
           move version-depot to dcl-version.
           write declaration-record.

           move 'D' to dcl-type-enreg.
           move decl-type (decl-idx) to dcl-tva-type.
           move decl-ht-achats (decl-idx) to dcl-base-ht.
           move decl-deductible (decl-idx) to dcl-tva.
           move version-depot to dcl-version.
           write declaration-record.

       ecrire-ligne-intracom.
           move 0 to dcl-tva-type.
           move aut-ht (autoliq-idx) to dcl-base-ht.
           move 0 to dcl-tva.
           move version-depot to dcl-version.
           write declaration-record.

       ecrire-lignes-nettes.
           if net-nb-regul (net-idx) > 0
               move 'R' to dcl-type-enreg
               move periode-declaree to dcl-periode
               move net-pays (net-idx) to dcl-pays
               move spaces to dcl-corps
               move net-regul-collectee (net-idx) to dcl-collectee
               move net-regul-deductible (net-idx) to dcl-deductible
               compute dcl-montant-net =
                   net-regul-collectee (net-idx)
                   - net-regul-deductible (net-idx)
               move version-depot to dcl-version
               write declaration-record
           end-if.

           move 'N' to dcl-type-enreg.
           move periode-declaree to dcl-periode.
           move net-pays (net-idx) to dcl-pays.
           move spaces to dcl-corps.
           move net-total-collectee (net-idx) to dcl-collectee.
           move net-total-deductible (net-idx) to dcl-deductible.
           move net-solde (net-idx) to dcl-montant-net.
           move version-depot to dcl-version.
           write declaration-record.

           move 'K' to dcl-type-enreg.
           move periode-declaree to dcl-periode.
           move net-pays (net-idx) to dcl-pays.
           move spaces to dcl-corps.
           move net-credit-anterieur (net-idx) to dcl-credit-anterieur.
           move net-a-payer (net-idx) to dcl-net-a-payer.
           move net-credit-a-reporter (net-idx)
               to dcl-credit-a-reporter.
           move version-depot to dcl-version.
           write declaration-record.

           if version-depot > 0
              and (net-ecart-collectee (net-idx) not = 0
                   or net-ecart-deductible (net-idx) not = 0
                   or net-ecart-net (net-idx) not = 0)
               move 'X' to dcl-type-enreg
               move periode-declaree to dcl-periode
               move net-pays (net-idx) to dcl-pays
               move spaces to dcl-corps
               move net-ecart-collectee (net-idx) to dcl-collectee
               move net-ecart-deductible (net-idx) to dcl-deductible
               move net-ecart-net (net-idx) to dcl-montant-net
               move version-depot to dcl-version
               write declaration-record
           end-if.

      *> Une ligne d'historique par pays de la declaration, a la
      *> version du depot.
       ecrire-historique.
           open extend fichier-historique.
           if historique-status = '35'
               open output fichier-historique
           end-if.
           perform ecrire-un-historique
               varying net-idx from 1 by 1
               until net-idx > nombre-pays-net.
           close fichier-historique.

       ecrire-un-historique.
           move periode-declaree to his-periode.
           move net-pays (net-idx) to his-pays.
           move version-depot to his-version.
           move date-du-jour to his-date-depot.
           move net-collectee (net-idx) to his-collectee.
           move net-deductible (net-idx) to his-deductible.
           move net-regul-collectee (net-idx) to his-regul-collectee.
           move net-regul-deductible (net-idx)
               to his-regul-deductible.
           move net-credit-anterieur (net-idx)
               to his-credit-anterieur.
           move net-a-payer (net-idx) to his-net-a-payer.
           move net-credit-a-reporter (net-idx) to his-credit-reporte.
           move net-intracom-ht (net-idx) to his-intracom-ht.
           write historique-record.

       chercher-pays-net.
           set net-idx to 1.
           search net-entree varying net-idx
                   continue
           end-search.

       chercher-pays-existant.
           move 'N' to pays-trouve.
           set net-idx to 1.
           search net-entree varying net-idx
               at end
                   continue
               when net-pays (net-idx) = pays-cherche
                   move 'O' to pays-trouve
           end-search.

       ajouter-pays-net.
           add 1 to nombre-pays-net.
           set net-idx to nombre-pays-net.
           move pays-cherche to net-pays (net-idx).
           move 0 to net-collectee (net-idx).
           move 0 to net-deductible (net-idx).
           move 0 to net-nb-regul (net-idx).
           move 0 to net-regul-collectee (net-idx).
           move 0 to net-regul-deductible (net-idx).
           move 0 to net-credit-periode (net-idx).
           move 0 to net-credit-version (net-idx).
           move 0 to net-credit-anterieur (net-idx).
           move 'N' to net-deja-deposee (net-idx).
           move 0 to net-dep-version (net-idx).
           move 0 to net-dep-collectee (net-idx).
           move 0 to net-dep-deductible (net-idx).
           move 0 to net-dep-a-payer (net-idx).
           move 0 to net-dep-credit (net-idx).
           move 0 to net-intracom-ht (net-idx).
           move 0 to net-dep-intracom (net-idx).
           move 'N' to net-posterieure (net-idx).

       end program declarationTVA.
