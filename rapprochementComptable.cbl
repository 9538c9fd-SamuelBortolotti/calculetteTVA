       identification division.
       program-id. rapprochementComptable.

      *> Rapprochement comptable de fin de mois : verifie que la TVA
      *> passee en comptabilite aux comptes 44571000 (collectee) et
      *> 44566000 (deductible) pour les lots du mois est celle de la
      *> declaration de la periode (AAAAMM). Les lots du mois sont
      *> ceux de lots-traites.dat traites dans la periode ; chacun
      *> doit avoir ete comptabilise une fois et une seule
      *> (lots-comptabilises.dat) et son fichier ecritures-LOTID.dat
      *> doit porter la TVA de ses ecritures de journal. Lot par
      *> lot sont listes les lots non comptabilises, les lots
      *> comptabilises plusieurs fois et les ecarts de montant.
      *> Le total comptabilise se rapproche ensuite des lignes 'C'
      *> et 'D' du fichier de depot declaration-AAAAMM.dat, apres
      *> les seules differences admises : la TVA des prestations de
      *> services, comptabilisee a la facturation mais declaree a
      *> l'encaissement, la TVA des ventes au guichet unique,
      *> declaree a l'OSS, la TVA encaissee dans le mois sur des
      *> factures anterieures et, cote deductible, la regularisation
      *> annuelle du prorata, comptabilisee hors lot. La part non
      *> deductible de la TVA des achats reste en charge et ne passe
      *> pas au 44566000. Tout ecart rend le code retour 04 ;
      *> une periode invalide ou un fichier indispensable absent,
      *> le code retour 08.

       environment division.
       configuration section.

       input-output section.
       file-control.
           select fichier-lots assign to "lots-traites.dat"
               organization line sequential
               file status is lots-status.

           select fichier-lots-compta
               assign to "lots-comptabilises.dat"
               organization line sequential
               file status is lots-compta-status.

           select fichier-ecritures assign to dynamic nom-ecritures
               organization line sequential
               file status is ecritures-status.

           select fichier-journal assign to dynamic nom-journal
               organization line sequential
               file status is journal-status.

           select fichier-depot assign to dynamic nom-depot
               organization line sequential
               file status is depot-status.

       data division.
       file section.
       fd  fichier-lots.
       copy "lot-record.cpy".

       fd  fichier-lots-compta.
       copy "lot-record.cpy"
           replacing ==lot-record== by ==lot-compta-record==
                     leading ==lot== by ==lcp==.

       fd  fichier-ecritures.
       copy "accounting-entry-record.cpy".

       fd  fichier-journal.
       copy "journal-record.cpy".

       fd  fichier-depot.
       copy "declaration-record.cpy".

       working-storage section.
           01 lots-status        pic xx.
           01 lots-compta-status pic xx.
           01 ecritures-status   pic xx.
           01 journal-status     pic xx.
           01 depot-status       pic xx.

           01 fin-lots        pic x value 'N'.
               88 fin-des-lots value 'O'.
           01 fin-lots-compta pic x value 'N'.
               88 fin-des-lots-compta value 'O'.
           01 fin-ecritures   pic x value 'N'.
               88 fin-des-ecritures value 'O'.
           01 fin-journal     pic x value 'N'.
               88 fin-du-journal value 'O'.
           01 fin-depot       pic x value 'N'.
               88 fin-du-depot value 'O'.

           01 periode-controlee pic 9(6).
           01 periode-annee     pic 9(4).
           01 periode-mois      pic 9(2).
           01 periode-ecriture  pic 9(6).
           01 periode-lot       pic 9(6).

           01 nom-ecritures     pic x(30).
           01 nom-journal       pic x(30) value "journal.dat".
           01 nom-archive       pic x(30).
           01 nom-depot         pic x(30).
           01 archive-existe-rc pic 9(8) comp.
           01 archive-infos     pic x(64).

           01 compte-tva-collectee  pic x(8) value '44571000'.
           01 compte-tva-deductible pic x(8) value '44566000'.

      *> Lots du mois : TVA comptabilisee (fichier d'ecritures) et
      *> TVA du journal, par sens, et nombre de comptabilisations.
           01 table-lots.
               05 lot-entree occurs 2000 times indexed by lot-idx.
                   10 tlt-lot-id          pic x(8).
                   10 tlt-passages        pic 9(4) comp.
                   10 tlt-fichier         pic x.
                       88 tlt-fichier-present value 'O'.
                   10 tlt-cpt-collectee   pic s9(11)v99.
                   10 tlt-cpt-deductible  pic s9(11)v99.
                   10 tlt-jrn-collectee   pic s9(11)v99.
                   10 tlt-jrn-deductible  pic s9(11)v99.
           01 nombre-lots     pic 9(4) comp value 0.
           01 lots-ignores    pic 9(6) comp value 0.
           01 lot-cherche     pic x(8).
           01 lot-trouve      pic x value 'N'.
               88 le-lot-est-trouve value 'O'.

           01 montant-tva     pic s9(7)v99.
           01 ecart-collectee  pic s9(11)v99.
           01 ecart-deductible pic s9(11)v99.
           01 anomalie-lot    pic x(32).

      *> Passage du comptabilise au declare.
           01 total-cpt-collectee   pic s9(11)v99 value 0.
           01 total-cpt-deductible  pic s9(11)v99 value 0.
           01 tva-sur-encaissements pic s9(11)v99 value 0.
           01 tva-guichet-oss       pic s9(11)v99 value 0.
           01 tva-encaissee         pic s9(11)v99 value 0.
           01 tva-regul-prorata     pic s9(11)v99 value 0.
           01 attendu-deductible    pic s9(11)v99 value 0.
           01 attendu-collectee     pic s9(11)v99 value 0.
           01 declare-collectee     pic s9(11)v99 value 0.
           01 declare-deductible    pic s9(11)v99 value 0.
           01 ecart-declare-collectee  pic s9(11)v99 value 0.
           01 ecart-declare-deductible pic s9(11)v99 value 0.

           01 nombre-anomalies pic 9(6) comp value 0.
           01 code-retour      pic 9(2) value 0.

       procedure division.
           display 'Periode a rapprocher (AAAAMM) : '.
           accept periode-controlee.

           divide periode-controlee by 100
               giving periode-annee
               remainder periode-mois.
           if periode-controlee < 190001
              or periode-mois < 1 or periode-mois > 12
               display 'Periode invalide'
               move 8 to return-code
               goback
           end-if.

           perform charger-lots-du-mois.
           if lots-status not = '00'
               display 'Fichier des lots traites introuvable'
               move 8 to return-code
               goback
           end-if.
           if lots-ignores > 0
               display lots-ignores ' lots au-dela de la table,'
                   ' rapprochement incomplet'
               move 8 to code-retour
           end-if.

           perform compter-comptabilisations.
           perform lire-ecritures-d-un-lot
               varying lot-idx from 1 by 1
               until lot-idx > nombre-lots.
           perform lire-journal-du-mois.
           perform lire-declaration.

           perform editer-rapprochement.

           move code-retour to return-code.
           goback.

      *> Le lot appartient au mois ou il a ete traite : c'est aussi
      *> la date des ecritures de journal qu'il a produites.
       charger-lots-du-mois.
           open input fichier-lots.
           if lots-status = '00'
               perform lire-lot-suivant
               perform until fin-des-lots
                   divide lot-date-traitement by 100
                       giving periode-lot
                   if periode-lot = periode-controlee
                       perform ajouter-lot
                   end-if
                   perform lire-lot-suivant
               end-perform
               close fichier-lots
           end-if.

       lire-lot-suivant.
           read fichier-lots
               at end move 'O' to fin-lots
           end-read.

       ajouter-lot.
           if nombre-lots >= 2000
               add 1 to lots-ignores
           else
               add 1 to nombre-lots
               set lot-idx to nombre-lots
               move lot-id to tlt-lot-id (lot-idx)
               move 0 to tlt-passages (lot-idx)
               move 'N' to tlt-fichier (lot-idx)
               move 0 to tlt-cpt-collectee (lot-idx)
               move 0 to tlt-cpt-deductible (lot-idx)
               move 0 to tlt-jrn-collectee (lot-idx)
               move 0 to tlt-jrn-deductible (lot-idx)
           end-if.

       chercher-lot.
           move 'N' to lot-trouve.
           if nombre-lots > 0
               set lot-idx to 1
               search lot-entree varying lot-idx
                   at end
                       continue
                   when lot-idx <= nombre-lots
                        and tlt-lot-id (lot-idx) = lot-cherche
                       move 'O' to lot-trouve
               end-search
           end-if.

       compter-comptabilisations.
           open input fichier-lots-compta.
           if lots-compta-status = '00'
               perform lire-lot-compta-suivant
               perform until fin-des-lots-compta
                   move lcp-id to lot-cherche
                   perform chercher-lot
                   if le-lot-est-trouve
                       add 1 to tlt-passages (lot-idx)
                   end-if
                   perform lire-lot-compta-suivant
               end-perform
               close fichier-lots-compta
           end-if.

       lire-lot-compta-suivant.
           read fichier-lots-compta
               at end move 'O' to fin-lots-compta
           end-read.

      *> Solde des comptes de TVA du lot : la collectee au credit,
      *> la deductible au debit, un avoir passant en sens inverse.
       lire-ecritures-d-un-lot.
           move spaces to nom-ecritures.
           string 'ecritures-' tlt-lot-id (lot-idx) '.dat'
               delimited by size into nom-ecritures.
           move 'N' to fin-ecritures.
           open input fichier-ecritures.
           if ecritures-status = '00'
               move 'O' to tlt-fichier (lot-idx)
               perform lire-ecriture-suivante
               perform until fin-des-ecritures
                   perform cumuler-ecriture
                   perform lire-ecriture-suivante
               end-perform
               close fichier-ecritures
           end-if.

       lire-ecriture-suivante.
           read fichier-ecritures
               at end move 'O' to fin-ecritures
           end-read.

       cumuler-ecriture.
           evaluate true
               when ecr-compte = compte-tva-collectee and ecr-credit
                   add ecr-montant to tlt-cpt-collectee (lot-idx)
               when ecr-compte = compte-tva-collectee
                   subtract ecr-montant
                       from tlt-cpt-collectee (lot-idx)
               when ecr-compte = compte-tva-deductible and ecr-debit
                   add ecr-montant to tlt-cpt-deductible (lot-idx)
               when ecr-compte = compte-tva-deductible
                   subtract ecr-montant
                       from tlt-cpt-deductible (lot-idx)
               when other
                   continue
           end-evaluate.

      *> Le mois se relit dans son archive s'il est clos, sinon dans
      *> le journal vif, comme pour la declaration.
       lire-journal-du-mois.
           move spaces to nom-archive.
           string 'journal-' periode-controlee '.dat'
               delimited by size into nom-archive.
           call "CBL_CHECK_FILE_EXIST" using nom-archive
                                             archive-infos
               returning archive-existe-rc.
           if archive-existe-rc = 0
               move nom-archive to nom-journal
           end-if.
           open input fichier-journal.
           if journal-status not = '00'
               display 'Fichier journal introuvable : ' nom-journal
               move 8 to code-retour
           else
               perform lire-journal-suivant
               perform until fin-du-journal
                   divide jrn-date by 100 giving periode-ecriture
                   if periode-ecriture = periode-controlee
                       perform cumuler-ligne-journal
                   end-if
                   perform lire-journal-suivant
               end-perform
               close fichier-journal
           end-if.

       lire-journal-suivant.
           read fichier-journal
               at end move 'O' to fin-journal
           end-read.

      *> Une ecriture de lot est comptabilisee avec son lot, quelle
      *> que soit son exigibilite ; la TVA encaissee (mode 'E') ne
      *> passe par aucun lot et ne sert qu'au passage au declare.
       cumuler-ligne-journal.
           compute montant-tva = jrn-priceTTC - jrn-priceHT.
           evaluate true
               when jrn-mode-lot
                   move jrn-lot-id to lot-cherche
                   perform chercher-lot
                   if le-lot-est-trouve
                       if jrn-achat
                           if jrn-tva-non-deductible is numeric
                               subtract jrn-tva-non-deductible
                                   from montant-tva
                           end-if
                           add montant-tva
                               to tlt-jrn-deductible (lot-idx)
                       else
                           add montant-tva
                               to tlt-jrn-collectee (lot-idx)
                       end-if
                   end-if
                   if not jrn-achat and jrn-guichet-oss
                       add montant-tva to tva-guichet-oss
                   end-if
                   if not jrn-achat and jrn-sur-encaissements
                       add montant-tva to tva-sur-encaissements
                   end-if
               when jrn-mode-encaissement
                   add montant-tva to tva-encaissee
               when jrn-mode-prorata
                   add montant-tva to tva-regul-prorata
               when other
                   continue
           end-evaluate.

       lire-declaration.
           move spaces to nom-depot.
           string 'declaration-' periode-controlee '.dat'
               delimited by size into nom-depot.
           open input fichier-depot.
           if depot-status not = '00'
               display 'Fichier de depot introuvable : ' nom-depot
               move 8 to code-retour
           else
               perform lire-depot-suivant
               perform until fin-du-depot
                   evaluate true
                       when dcl-collectee-ligne
                           add dcl-tva to declare-collectee
                       when dcl-deductible-ligne
                           add dcl-tva to declare-deductible
                       when other
                           continue
                   end-evaluate
                   perform lire-depot-suivant
               end-perform
               close fichier-depot
           end-if.

       lire-depot-suivant.
           read fichier-depot
               at end move 'O' to fin-depot
           end-read.

       editer-rapprochement.
           display '============================================='.
           display '  RAPPROCHEMENT COMPTABLE - PERIODE '
               periode-controlee.
           display '============================================='.
           display 'Lots du mois : ' nombre-lots.
           perform editer-un-lot
               varying lot-idx from 1 by 1
               until lot-idx > nombre-lots.

           compute attendu-collectee = total-cpt-collectee
               - tva-sur-encaissements - tva-guichet-oss
               + tva-encaissee.
           compute ecart-declare-collectee = attendu-collectee
               - declare-collectee.
           compute attendu-deductible = total-cpt-deductible
               + tva-regul-prorata.
           compute ecart-declare-deductible = attendu-deductible
               - declare-deductible.

           display '---------------------------------------------'.
           display 'TVA collectee comptabilisee     : '
               total-cpt-collectee.
           display '  - sur encaissements a venir   : '
               tva-sur-encaissements.
           display '  - ventes au guichet unique    : '
               tva-guichet-oss.
           display '  + encaissee dans le mois      : '
               tva-encaissee.
           display '  = collectee attendue          : '
               attendu-collectee.
           display 'TVA collectee declaree (C)      : '
               declare-collectee.
           display 'TVA deductible comptabilisee    : '
               total-cpt-deductible.
           display '  + regularisation du prorata   : '
               tva-regul-prorata.
           display '  = deductible attendue         : '
               attendu-deductible.
           display 'TVA deductible declaree (D)     : '
               declare-deductible.
           if ecart-declare-collectee not = 0
               add 1 to nombre-anomalies
               display 'ECART COLLECTEE : ' ecart-declare-collectee
           end-if.
           if ecart-declare-deductible not = 0
               add 1 to nombre-anomalies
               display 'ECART DEDUCTIBLE : ' ecart-declare-deductible
           end-if.
           display '============================================='.
           if nombre-anomalies = 0
               display 'Rapprochement sans ecart'
           else
               display 'Anomalies : ' nombre-anomalies
               if code-retour < 4
                   move 4 to code-retour
               end-if
           end-if.

      *> Un lot n'entre au total comptabilise que pour ce que son
      *> fichier d'ecritures porte reellement.
       editer-un-lot.
           add tlt-cpt-collectee (lot-idx) to total-cpt-collectee.
           add tlt-cpt-deductible (lot-idx) to total-cpt-deductible.
           compute ecart-collectee = tlt-cpt-collectee (lot-idx)
               - tlt-jrn-collectee (lot-idx).
           compute ecart-deductible = tlt-cpt-deductible (lot-idx)
               - tlt-jrn-deductible (lot-idx).
           move spaces to anomalie-lot.
           evaluate true
               when tlt-passages (lot-idx) = 0
                    or not tlt-fichier-present (lot-idx)
                   move 'LOT NON COMPTABILISE' to anomalie-lot
               when tlt-passages (lot-idx) > 1
                   move 'LOT COMPTABILISE PLUSIEURS FOIS'
                       to anomalie-lot
               when ecart-collectee not = 0
                    or ecart-deductible not = 0
                   move 'ECART DE MONTANT' to anomalie-lot
               when other
                   continue
           end-evaluate.
           if anomalie-lot = spaces
               display tlt-lot-id (lot-idx) ' - comptabilise - TVA'
                   ' collectee ' tlt-cpt-collectee (lot-idx)
                   ' deductible ' tlt-cpt-deductible (lot-idx)
           else
               add 1 to nombre-anomalies
               display tlt-lot-id (lot-idx) ' - ' anomalie-lot
                   ' - passages : ' tlt-passages (lot-idx)
               display '          collectee comptabilisee '
                   tlt-cpt-collectee (lot-idx)
                   ' journal ' tlt-jrn-collectee (lot-idx)
               display '          deductible comptabilisee '
                   tlt-cpt-deductible (lot-idx)
                   ' journal ' tlt-jrn-deductible (lot-idx)
           end-if.

       end program rapprochementComptable.
