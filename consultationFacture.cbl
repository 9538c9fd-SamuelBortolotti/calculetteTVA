       identification division.
       program-id. consultationFacture.

      *> Consultation d'une facture a travers tous les fichiers de la
      *> chaine, pour repondre a un client ou a un controle : son
      *> passage au registre des factures traitees, ses rejets et
      *> leur sort (ouvert, corrige, abandonne), sa reprise au lot
      *> de recyclage en attente, ses resultats 'D' et 'T', ses
      *> ecritures du journal (vif ou archive, avec la periode), les
      *> ecritures comptables des lots qui l'ont portee, ces lots
      *> eux-memes et la declaration deposee qui l'a reprise.
      *> Le sens est facultatif : a blanc, ventes et achats de meme
      *> numero sont repris l'un et l'autre. Les ecritures
      *> comptables ne portant pas de sens, elles se retrouvent par
      *> les lots ou la facture du sens demande est passee.
      *> Les archives du journal se relisent du mois de la facture
      *> jusqu'au mois courant. Tout ce qui s'affiche s'ecrit aussi
      *> dans consultation-NUMERO.txt, a joindre a une reponse de
      *> controle. Code retour 04 : facture trouvee nulle part.

       environment division.
       configuration section.

       input-output section.
       file-control.
           select fichier-registre assign to "factures-traitees.dat"
               organization indexed
               access mode random
               record key is reg-cle
               file status is registre-status.

           select fichier-rejets assign to "rejets.dat"
               organization line sequential
               file status is rejets-status.

           select fichier-recyclage assign to "recyclage.dat"
               organization line sequential
               file status is recyclage-status.

           select fichier-resultats assign to "resultats.dat"
               organization line sequential
               file status is resultats-status.

           select fichier-journal assign to dynamic nom-journal
               organization line sequential
               file status is journal-status.

           select fichier-ecritures assign to dynamic nom-ecritures
               organization line sequential
               file status is ecritures-status.

           select fichier-lots assign to "lots-traites.dat"
               organization line sequential
               file status is lots-status.

           select fichier-lots-compta
               assign to "lots-comptabilises.dat"
               organization line sequential
               file status is lots-compta-status.

           select fichier-historique
               assign to "declarations-deposees.dat"
               organization line sequential
               file status is historique-status.

           select fichier-edition assign to dynamic nom-edition
               organization line sequential
               file status is edition-status.

       data division.
       file section.
       fd  fichier-registre.
       copy "invoice-register-record.cpy".

       fd  fichier-rejets.
       copy "reject-record.cpy".

       fd  fichier-recyclage.
       copy "transaction-record.cpy".

       fd  fichier-resultats.
       copy "result-record.cpy".

       fd  fichier-journal.
       copy "journal-record.cpy".

       fd  fichier-ecritures.
       copy "accounting-entry-record.cpy".

       fd  fichier-lots.
       copy "lot-record.cpy".

       fd  fichier-lots-compta.
       copy "lot-record.cpy"
           replacing ==lot-record== by ==lot-compta-record==
                     leading ==lot== by ==lcp==.

       fd  fichier-historique.
       copy "filed-return-record.cpy".

       fd  fichier-edition.
           01 edition-record pic x(132).

       working-storage section.
           01 registre-status    pic xx.
           01 rejets-status      pic xx.
           01 recyclage-status   pic xx.
           01 resultats-status   pic xx.
           01 journal-status     pic xx.
           01 ecritures-status   pic xx.
           01 lots-status        pic xx.
           01 lots-compta-status pic xx.
           01 historique-status  pic xx.
           01 edition-status     pic xx.

           01 fin-fichier     pic x value 'N'.
               88 fin-du-fichier value 'O'.

           01 numero-demande  pic x(10).
           01 sens-demande    pic x.
               88 sens-demande-valide value ' ' 'V' 'A'.
           01 sens-lu         pic x.
           01 sens-retenu     pic x value 'N'.
               88 le-sens-est-retenu value 'O'.

           01 date-du-jour    pic 9(8).
           01 mois-courant    pic 9(6).
           01 premiere-date   pic 9(8) value 0.
           01 date-a-noter    pic 9(8).
           01 periode-lue     pic 9(6).
           01 annee-lue       pic 9(4).
           01 mois-lu         pic 9(2).
           01 periode-ecriture pic 9(6).
           01 annee-ecriture  pic 9(4).
           01 mois-ecriture   pic 9(2).
           01 trimestre-oss   pic 9(5).

           01 nom-journal     pic x(30).
           01 nom-archive     pic x(30).
           01 nom-ecritures   pic x(30).
           01 nom-edition     pic x(40).
           01 archive-existe-rc pic 9(8) comp.
           01 archive-infos   pic x(64).
           01 origine-journal pic x.
               88 lecture-archive value 'A'.
               88 lecture-vif     value 'V'.

      *> Facture de recyclage en cours de lecture : ses lignes 'D'
      *> suivent son entete.
           01 lot-recyclage-lu pic x(8).
           01 facture-recyclee pic x value 'N'.
               88 la-facture-est-recyclee value 'O'.

      *> Lots ou la facture est passee, completes de leur date de
      *> traitement et de comptabilisation.
           01 table-lots.
               05 lot-entree occurs 100 times indexed by lot-idx.
                   10 tlo-lot-id         pic x(8).
                   10 tlo-date-traitement pic 9(8).
                   10 tlo-date-compta    pic 9(8).
                   10 tlo-nombre-compta  pic 9(3).
           01 nombre-lots   pic 9(3) comp value 0.
           01 lot-a-noter   pic x(8).

      *> Periodes et pays des declarations nationales qui ont repris
      *> la facture, completes de leur dernier depot.
           01 table-declarations.
               05 declaration-entree occurs 50 times
                   indexed by dcl-idx.
                   10 tde-periode      pic 9(6).
                   10 tde-pays         pic x(2).
                   10 tde-deposee      pic x.
                       88 tde-est-deposee value 'O'.
                   10 tde-version      pic 9(2).
                   10 tde-date-depot   pic 9(8).
           01 nombre-declarations pic 9(2) comp value 0.

           01 nombre-section   pic 9(6) value 0.
           01 nombre-trouves   pic 9(6) value 0.

           01 montant-tva      pic s9(7)v99.
           01 montant-nd       pic s9(7)v99.
           01 montant-edite    pic -(7)9.99.
           01 montant-edite-2  pic -(7)9.99.
           01 montant-edite-3  pic -(7)9.99.
           01 ecart-edite      pic -(3)9.99.
           01 ecriture-edite   pic z(8)9.99.
           01 taux-edite       pic z9.99.
           01 libelle-sort     pic x(30).
           01 libelle-nature   pic x(8).

           01 ligne-edition    pic x(132).
           01 ligne-separation pic x(72) value all '='.

       procedure division.
           display 'Numero de facture : '.
           accept numero-demande.
           if numero-demande = spaces
               display 'Numero de facture obligatoire'
               move 8 to return-code
               goback
           end-if.
           display 'Sens (V vente, A achat, blanc = les deux) : '.
           move space to sens-demande.
           accept sens-demande.
           if sens-demande = 'v'
               move 'V' to sens-demande
           end-if.
           if sens-demande = 'a'
               move 'A' to sens-demande
           end-if.
           if not sens-demande-valide
               display 'Sens invalide : ' sens-demande
               move 8 to return-code
               goback
           end-if.

           accept date-du-jour from date yyyymmdd.
           divide date-du-jour by 100 giving mois-courant.

           move spaces to nom-edition.
           string 'consultation-' delimited by size
                  numero-demande delimited by space
                  '.txt' delimited by size
               into nom-edition.
           open output fichier-edition.
           if edition-status not = '00'
               display 'Fichier d''edition impossible a ouvrir : '
                   nom-edition
               move 8 to return-code
               goback
           end-if.

           move ligne-separation to ligne-edition.
           perform editer-ligne.
           move spaces to ligne-edition.
           string '  CONSULTATION DE LA FACTURE ' numero-demande
                  ' - SENS ' sens-demande
                  ' - EDITEE LE ' date-du-jour
               delimited by size into ligne-edition.
           perform editer-ligne.
           move ligne-separation to ligne-edition.
           perform editer-ligne.

           perform consulter-registre.
           perform consulter-rejets.
           perform consulter-recyclage.
           perform consulter-resultats.
           perform consulter-journaux.
           perform consulter-ecritures.
           perform consulter-lots.
           perform consulter-declarations.

           move ligne-separation to ligne-edition.
           perform editer-ligne.
           if nombre-trouves = 0
               move 'Facture introuvable dans les fichiers de la chaine'
                   to ligne-edition
               perform editer-ligne
               move 4 to return-code
           end-if.
           close fichier-edition.
           display 'Consultation ecrite dans ' nom-edition.

           goback.

      *> Toute ligne de la consultation s'affiche et s'ecrit au
      *> fichier d'edition.
       editer-ligne.
           display ligne-edition.
           move ligne-edition to edition-record.
           write edition-record.
           move spaces to ligne-edition.

       editer-titre.
           perform editer-ligne.
           move 0 to nombre-section.

       editer-neant.
           if nombre-section = 0
               move '  Neant' to ligne-edition
               perform editer-ligne
           end-if.

      *> Un sens a blanc sur un enregistrement anterieur vaut vente.
       controler-sens.
           if sens-lu = space
               move 'V' to sens-lu
           end-if.
           move 'N' to sens-retenu.
           if sens-demande = space or sens-lu = sens-demande
               move 'O' to sens-retenu
           end-if.

       noter-lot.
           if lot-a-noter not = spaces
               set lot-idx to 1
               search lot-entree varying lot-idx
                   at end
                       perform ajouter-lot
                   when lot-idx <= nombre-lots
                        and tlo-lot-id (lot-idx) = lot-a-noter
                       continue
               end-search
           end-if.

       ajouter-lot.
           if nombre-lots < 100
               add 1 to nombre-lots
               set lot-idx to nombre-lots
               move lot-a-noter to tlo-lot-id (lot-idx)
               move 0 to tlo-date-traitement (lot-idx)
               move 0 to tlo-date-compta (lot-idx)
               move 0 to tlo-nombre-compta (lot-idx)
           end-if.

      *> La plus ancienne date de facture rencontree fixe le premier
      *> mois d'archive a relire.
       noter-date.
           if date-a-noter is numeric and date-a-noter > 0
               if premiere-date = 0 or date-a-noter < premiere-date
                   move date-a-noter to premiere-date
               end-if
           end-if.

       consulter-registre.
           move '--- REGISTRE DES FACTURES TRAITEES' to ligne-edition.
           perform editer-titre.
           open input fichier-registre.
           if registre-status not = '00'
               move '  Registre des factures vide ou absent'
                   to ligne-edition
               perform editer-ligne
           else
               if sens-demande = space or sens-demande = 'V'
                   move 'V' to reg-sens
                   perform lire-registre-par-cle
               end-if
               if sens-demande = space or sens-demande = 'A'
                   move 'A' to reg-sens
                   perform lire-registre-par-cle
               end-if
               close fichier-registre
               perform editer-neant
           end-if.

       lire-registre-par-cle.
           move numero-demande to reg-facture-numero.
           read fichier-registre
               invalid key
                   continue
               not invalid key
                   perform editer-registre
           end-read.

       editer-registre.
           add 1 to nombre-section.
           add 1 to nombre-trouves.
           if reg-services
               move 'services' to libelle-nature
           else
               move 'biens' to libelle-nature
           end-if.
           string '  Sens ' reg-sens
                  ' facture du ' reg-date-facture
                  ' lot ' reg-lot-id
                  ' traitee le ' reg-date-traitement
                  ' nature ' libelle-nature
               delimited by size into ligne-edition.
           perform editer-ligne.
           move reg-lot-id to lot-a-noter.
           perform noter-lot.
           move reg-date-facture to date-a-noter.
           perform noter-date.

       consulter-rejets.
           move '--- REJETS' to ligne-edition.
           perform editer-titre.
           move 'N' to fin-fichier.
           open input fichier-rejets.
           if rejets-status not = '00'
               move '  Fichier des rejets absent' to ligne-edition
               perform editer-ligne
           else
               perform lire-rejet-suivant
               perform until fin-du-fichier
                   if rej-facture-numero = numero-demande
                       move rej-sens to sens-lu
                       perform controler-sens
                       if le-sens-est-retenu
                           perform editer-rejet
                       end-if
                   end-if
                   perform lire-rejet-suivant
               end-perform
               close fichier-rejets
               perform editer-neant
           end-if.

       lire-rejet-suivant.
           read fichier-rejets
               at end move 'O' to fin-fichier
           end-read.

       editer-rejet.
           add 1 to nombre-section.
           add 1 to nombre-trouves.
           evaluate true
               when rejet-corrige
                   move 'corrige, recycle' to libelle-sort
               when rejet-abandonne
                   move 'abandonne' to libelle-sort
               when other
                   move 'ouvert, a corriger' to libelle-sort
           end-evaluate.
           move rej-montant to montant-edite.
           string '  Lot ' rej-lot-id
                  ' ligne ' rej-numero-ligne
                  ' type ' rej-type-enreg
                  ' sens ' sens-lu
                  ' montant ' montant-edite
                  ' - ' libelle-sort
               delimited by size into ligne-edition.
           perform editer-ligne.
           string '    Motif : ' rej-motif
               delimited by size into ligne-edition.
           perform editer-ligne.
           move rej-lot-id to lot-a-noter.
           perform noter-lot.
           move rej-date-facture to date-a-noter.
           perform noter-date.

      *> Le lot de recyclage n'existe qu'entre la correction et le
      *> passage suivant de la calculette : une facture qui s'y
      *> trouve attend d'etre retraitee.
       consulter-recyclage.
           move '--- RECYCLAGE EN ATTENTE' to ligne-edition.
           perform editer-titre.
           move 'N' to fin-fichier.
           move 'N' to facture-recyclee.
           move spaces to lot-recyclage-lu.
           open input fichier-recyclage.
           if recyclage-status not = '00'
               move '  Aucun lot de recyclage en attente'
                   to ligne-edition
               perform editer-ligne
           else
               perform lire-recyclage-suivant
               perform until fin-du-fichier
                   perform examiner-recyclage
                   perform lire-recyclage-suivant
               end-perform
               close fichier-recyclage
               perform editer-neant
           end-if.

       lire-recyclage-suivant.
           read fichier-recyclage
               at end move 'O' to fin-fichier
           end-read.

       examiner-recyclage.
           evaluate true
               when txn-entete-lot
                   move txn-lot-id to lot-recyclage-lu
                   move 'N' to facture-recyclee
               when txn-entete-facture or txn-entete-achat
                   move 'N' to facture-recyclee
                   if txn-facture-numero = numero-demande
                       if txn-entete-achat
                           move 'A' to sens-lu
                       else
                           move 'V' to sens-lu
                       end-if
                       perform controler-sens
                       if le-sens-est-retenu
                           move 'O' to facture-recyclee
                           perform editer-entete-recyclee
                       end-if
                   end-if
               when txn-ligne-facture
                   if la-facture-est-recyclee
                       perform editer-ligne-recyclee
                   end-if
               when other
                   move 'N' to facture-recyclee
           end-evaluate.

       editer-entete-recyclee.
           add 1 to nombre-section.
           add 1 to nombre-trouves.
           string '  Lot ' lot-recyclage-lu
                  ' entete ' txn-type-enreg
                  ' sens ' sens-lu
                  ' facture du ' txn-date-facture
                  ' pays ' txn-pays
                  ' client ' txn-client
                  ' - a retraiter'
               delimited by size into ligne-edition.
           perform editer-ligne.

       editer-ligne-recyclee.
           move txn-montant to montant-edite.
           string '    Ligne montant ' montant-edite
                  ' type ' txn-tva-type
                  ' categorie ' txn-categorie
               delimited by size into ligne-edition.
           perform editer-ligne.

       consulter-resultats.
           move '--- RESULTATS' to ligne-edition.
           perform editer-titre.
           move 'N' to fin-fichier.
           open input fichier-resultats.
           if resultats-status not = '00'
               move '  Fichier des resultats absent' to ligne-edition
               perform editer-ligne
           else
               perform lire-resultat-suivant
               perform until fin-du-fichier
                   if res-facture-numero = numero-demande
                       move res-sens to sens-lu
                       perform controler-sens
                       if le-sens-est-retenu
                           perform editer-resultat
                       end-if
                   end-if
                   perform lire-resultat-suivant
               end-perform
               close fichier-resultats
               perform editer-neant
           end-if.

       lire-resultat-suivant.
           read fichier-resultats
               at end move 'O' to fin-fichier
           end-read.

       editer-resultat.
           add 1 to nombre-section.
           add 1 to nombre-trouves.
           move res-priceTTC to montant-edite.
           move res-priceHT to montant-edite-2.
           move res-tva-rate to taux-edite.
           string '  Lot ' res-lot-id
                  ' ' res-type-enreg
                  ' sens ' sens-lu
                  ' pays ' res-pays
                  ' type ' res-tva-type
                  ' taux ' taux-edite
                  ' TTC ' montant-edite
                  ' HT ' montant-edite-2
               delimited by size into ligne-edition.
           perform editer-ligne.
           if res-total-facture
               move 0 to montant-nd
               if res-tva-non-deductible is numeric
                   move res-tva-non-deductible to montant-nd
               end-if
               compute montant-tva = res-priceTTC - res-priceHT
               move montant-tva to montant-edite
               move montant-nd to montant-edite-2
               move res-ecart to ecart-edite
               string '    TVA ' montant-edite
                      ' non deductible ' montant-edite-2
                      ' ecart d''arrondi ' ecart-edite
                      ' exigibilite ' res-exigibilite
                   delimited by size into ligne-edition
               perform editer-ligne
           end-if.
           move res-lot-id to lot-a-noter.
           perform noter-lot.
           move res-date-facture to date-a-noter.
           perform noter-date.

      *> Les archives se relisent du mois de la plus ancienne date de
      *> facture trouvee au mois courant ; faute de date, depuis
      *> janvier de l'an dernier. Le journal vif vient en dernier.
       consulter-journaux.
           move '--- JOURNAL' to ligne-edition.
           perform editer-titre.
           if premiere-date = 0
               divide date-du-jour by 10000 giving annee-lue
               subtract 1 from annee-lue
               compute periode-lue = annee-lue * 100 + 1
               string '  Date de facture inconnue : archives relues'
                      ' depuis ' periode-lue
                   delimited by size into ligne-edition
               perform editer-ligne
           else
               divide premiere-date by 100 giving periode-lue
           end-if.
           perform lire-une-archive
               until periode-lue > mois-courant.

           move 'V' to origine-journal.
           move "journal.dat" to nom-journal.
           perform parcourir-journal.
           if journal-status not = '00'
               move '  Journal vif absent' to ligne-edition
               perform editer-ligne
           end-if.
           perform editer-neant.

       lire-une-archive.
           move spaces to nom-archive.
           string 'journal-' periode-lue '.dat'
               delimited by size into nom-archive.
           call "CBL_CHECK_FILE_EXIST" using nom-archive
                                             archive-infos
               returning archive-existe-rc.
           if archive-existe-rc = 0
               move 'A' to origine-journal
               move nom-archive to nom-journal
               perform parcourir-journal
           end-if.
           divide periode-lue by 100
               giving annee-lue
               remainder mois-lu.
           if mois-lu >= 12
               add 1 to annee-lue
               move 1 to mois-lu
           else
               add 1 to mois-lu
           end-if.
           compute periode-lue = annee-lue * 100 + mois-lu.

       parcourir-journal.
           move 'N' to fin-fichier.
           open input fichier-journal.
           if journal-status = '00'
               perform lire-journal-suivant
               perform until fin-du-fichier
                   if jrn-facture-numero = numero-demande
                       move jrn-sens to sens-lu
                       perform controler-sens
                       if le-sens-est-retenu
                           perform editer-ecriture-journal
                       end-if
                   end-if
                   perform lire-journal-suivant
               end-perform
               close fichier-journal
           end-if.

       lire-journal-suivant.
           read fichier-journal
               at end move 'O' to fin-fichier
           end-read.

       editer-ecriture-journal.
           add 1 to nombre-section.
           add 1 to nombre-trouves.
           compute montant-tva = jrn-priceTTC - jrn-priceHT.
           move 0 to montant-nd.
           if jrn-tva-non-deductible is numeric
               move jrn-tva-non-deductible to montant-nd
           end-if.
           move jrn-priceHT to montant-edite.
           move montant-tva to montant-edite-2.
           move montant-nd to montant-edite-3.
           move jrn-tva-rate to taux-edite.
           string '  ' jrn-date
                  ' mode ' jrn-mode
                  ' lot ' jrn-lot-id
                  ' sens ' sens-lu
                  ' pays ' jrn-pays
                  ' type ' jrn-tva-type
                  ' taux ' taux-edite
                  ' HT ' montant-edite
                  ' TVA ' montant-edite-2
                  ' ND ' montant-edite-3
               delimited by size into ligne-edition.
           perform editer-ligne.
           perform situer-declaration.
           perform editer-ligne.
           move jrn-lot-id to lot-a-noter.
           perform noter-lot.

      *> Une ecriture archivee a ete declaree sur la periode de son
      *> archive ; une ecriture du journal vif datee d'une periode
      *> deja close est une ecriture tardive, que la prochaine
      *> declaration regularise. La TVA d'une prestation vendue ne
      *> se declare qu'a l'encaissement, sur l'ecriture de mode 'E' ;
      *> une vente du guichet unique va a la declaration OSS de son
      *> trimestre.
       situer-declaration.
           divide jrn-date by 100 giving periode-ecriture.
           divide periode-ecriture by 100
               giving annee-ecriture
               remainder mois-ecriture.
           evaluate true
               when jrn-guichet-oss
                   compute trimestre-oss = annee-ecriture * 10
                       + (mois-ecriture + 2) / 3
                   string '    Guichet unique OSS, trimestre '
                          trimestre-oss
                       delimited by size into ligne-edition
               when jrn-mode-lot and jrn-sur-encaissements
                    and not jrn-achat
                   string '    TVA exigible a l''encaissement, declaree'
                          ' avec les reglements'
                       delimited by size into ligne-edition
               when lecture-archive
                   string '    Declaree sur la periode '
                              delimited by size
                          periode-lue delimited by size
                          ' (archive ' delimited by size
                          nom-archive delimited by space
                          ')' delimited by size
                       into ligne-edition
                   perform noter-declaration
               when other
                   move spaces to nom-archive
                   string 'journal-' periode-ecriture '.dat'
                       delimited by size into nom-archive
                   call "CBL_CHECK_FILE_EXIST" using nom-archive
                                                     archive-infos
                       returning archive-existe-rc
                   if archive-existe-rc = 0
                       string '    Journal vif, periode '
                              periode-ecriture ' deja close :'
                              ' ecriture tardive, regularisee a la'
                              ' prochaine declaration'
                           delimited by size into ligne-edition
                   else
                       string '    Journal vif, periode '
                              periode-ecriture ' non close, a declarer'
                           delimited by size into ligne-edition
                   end-if
           end-evaluate.

       noter-declaration.
           set dcl-idx to 1.
           search declaration-entree varying dcl-idx
               at end
                   perform ajouter-declaration
               when dcl-idx <= nombre-declarations
                    and tde-periode (dcl-idx) = periode-lue
                    and tde-pays (dcl-idx) = jrn-pays
                   continue
           end-search.

       ajouter-declaration.
           if nombre-declarations < 50
               add 1 to nombre-declarations
               set dcl-idx to nombre-declarations
               move periode-lue to tde-periode (dcl-idx)
               move jrn-pays to tde-pays (dcl-idx)
               move 'N' to tde-deposee (dcl-idx)
               move 0 to tde-version (dcl-idx)
               move 0 to tde-date-depot (dcl-idx)
           end-if.

      *> Les ecritures comptables se cherchent dans le fichier
      *> ecritures-LOTID.dat de chaque lot ou la facture est passee.
       consulter-ecritures.
           move '--- ECRITURES COMPTABLES' to ligne-edition.
           perform editer-titre.
           perform lire-ecritures-du-lot
               varying lot-idx from 1 by 1
               until lot-idx > nombre-lots.
           perform editer-neant.

       lire-ecritures-du-lot.
           move spaces to nom-ecritures.
           string 'ecritures-' tlo-lot-id (lot-idx) '.dat'
               delimited by size into nom-ecritures.
           move 'N' to fin-fichier.
           open input fichier-ecritures.
           if ecritures-status = '00'
               perform lire-ecriture-suivante
               perform until fin-du-fichier
                   if ecr-facture-numero = numero-demande
                       perform editer-ecriture-comptable
                   end-if
                   perform lire-ecriture-suivante
               end-perform
               close fichier-ecritures
           end-if.

       lire-ecriture-suivante.
           read fichier-ecritures
               at end move 'O' to fin-fichier
           end-read.

       editer-ecriture-comptable.
           add 1 to nombre-section.
           move ecr-montant to ecriture-edite.
           string '  Lot ' ecr-lot-id
                  ' du ' ecr-date
                  ' compte ' ecr-compte
                  ' ' ecr-sens
                  ' ' ecriture-edite
                  ' ' ecr-libelle
               delimited by size into ligne-edition.
           perform editer-ligne.

      *> Date de traitement au fichier des lots traites et derniere
      *> comptabilisation au journal des lots comptabilises : un lot
      *> comptabilise deux fois est signale.
       consulter-lots.
           move '--- LOTS' to ligne-edition.
           perform editer-titre.
           if nombre-lots > 0
               perform dater-les-lots
               perform editer-un-lot
                   varying lot-idx from 1 by 1
                   until lot-idx > nombre-lots
           end-if.
           perform editer-neant.

       dater-les-lots.
           move 'N' to fin-fichier.
           open input fichier-lots.
           if lots-status = '00'
               perform lire-lot-suivant
               perform until fin-du-fichier
                   set lot-idx to 1
                   search lot-entree varying lot-idx
                       at end
                           continue
                       when lot-idx <= nombre-lots
                            and tlo-lot-id (lot-idx) = lot-id
                           move lot-date-traitement
                               to tlo-date-traitement (lot-idx)
                   end-search
                   perform lire-lot-suivant
               end-perform
               close fichier-lots
           end-if.

           move 'N' to fin-fichier.
           open input fichier-lots-compta.
           if lots-compta-status = '00'
               perform lire-lot-compta-suivant
               perform until fin-du-fichier
                   set lot-idx to 1
                   search lot-entree varying lot-idx
                       at end
                           continue
                       when lot-idx <= nombre-lots
                            and tlo-lot-id (lot-idx) = lcp-id
                           move lcp-date-traitement
                               to tlo-date-compta (lot-idx)
                           add 1 to tlo-nombre-compta (lot-idx)
                   end-search
                   perform lire-lot-compta-suivant
               end-perform
               close fichier-lots-compta
           end-if.

       lire-lot-suivant.
           read fichier-lots
               at end move 'O' to fin-fichier
           end-read.

       lire-lot-compta-suivant.
           read fichier-lots-compta
               at end move 'O' to fin-fichier
           end-read.

       editer-un-lot.
           add 1 to nombre-section.
           if tlo-nombre-compta (lot-idx) = 0
               string '  Lot ' tlo-lot-id (lot-idx)
                      ' traite le ' tlo-date-traitement (lot-idx)
                      ', non comptabilise'
                   delimited by size into ligne-edition
           else
               string '  Lot ' tlo-lot-id (lot-idx)
                      ' traite le ' tlo-date-traitement (lot-idx)
                      ', comptabilise le ' tlo-date-compta (lot-idx)
                      ' (' tlo-nombre-compta (lot-idx) ' fois)'
                   delimited by size into ligne-edition
           end-if.
           perform editer-ligne.

      *> La derniere version deposee d'une periode fait foi.
       consulter-declarations.
           move '--- DECLARATIONS' to ligne-edition.
           perform editer-titre.
           if nombre-declarations > 0
               perform chercher-les-depots
               perform editer-une-declaration
                   varying dcl-idx from 1 by 1
                   until dcl-idx > nombre-declarations
           end-if.
           perform editer-neant.

       chercher-les-depots.
           move 'N' to fin-fichier.
           open input fichier-historique.
           if historique-status = '00'
               perform lire-historique-suivant
               perform until fin-du-fichier
                   set dcl-idx to 1
                   search declaration-entree varying dcl-idx
                       at end
                           continue
                       when dcl-idx <= nombre-declarations
                            and tde-periode (dcl-idx) = his-periode
                            and tde-pays (dcl-idx) = his-pays
                           perform retenir-depot
                   end-search
                   perform lire-historique-suivant
               end-perform
               close fichier-historique
           end-if.

       lire-historique-suivant.
           read fichier-historique
               at end move 'O' to fin-fichier
           end-read.

       retenir-depot.
           if not tde-est-deposee (dcl-idx)
              or his-version >= tde-version (dcl-idx)
               move 'O' to tde-deposee (dcl-idx)
               move his-version to tde-version (dcl-idx)
               move his-date-depot to tde-date-depot (dcl-idx)
           end-if.

       editer-une-declaration.
           add 1 to nombre-section.
           if tde-est-deposee (dcl-idx)
               string '  Periode ' tde-periode (dcl-idx)
                      ' pays ' tde-pays (dcl-idx)
                      ' : deposee le ' tde-date-depot (dcl-idx)
                      ', version ' tde-version (dcl-idx)
                   delimited by size into ligne-edition
           else
               string '  Periode ' tde-periode (dcl-idx)
                      ' pays ' tde-pays (dcl-idx)
                      ' : close, absente de l''historique des depots'
                   delimited by size into ligne-edition
           end-if.
           perform editer-ligne.

       end program consultationFacture.
