       identification division.
       program-id. declarationOSS.

      *> Declaration trimestrielle du guichet unique (OSS) : les
      *> ventes a distance a des particuliers d'autres Etats membres,
      *> taxees au taux du pays de destination une fois le seuil
      *> annuel franchi, se declarent par Etat membre de consommation
      *> et par taux. Chaque mois du trimestre (AAAAT) se lit dans
      *> son archive journal-AAAAMM.dat s'il a ete clos, sinon dans
      *> le journal vif. L'archive est le contenu de sa periode :
      *> toutes ses ecritures du guichet unique sont retenues, y
      *> compris les ventes tardives datees d'un mois deja clos que
      *> la cloture y a versees. Au journal vif, seules les
      *> ecritures du guichet unique datees du mois sont retenues.
      *> Outre l'edition a l'ecran, le programme ecrit le fichier de
      *> depot declaration-oss-AAAAT.dat sous un nom de travail puis
      *> le renomme, comme la declaration nationale. Le depot se
      *> batit sur les archives seules : un mois non clos, lu au
      *> journal vif, ne donne qu'une edition provisoire, sans
      *> fichier de depot (code retour 04). Un trimestre sans vente
      *> donne une declaration neant.

       environment division.
       configuration section.

       input-output section.
       file-control.
           select fichier-journal assign to dynamic nom-journal
               organization line sequential
               file status is journal-status.

           select fichier-depot assign to "oss.new"
               organization line sequential
               file status is depot-status.

       data division.
       file section.
       fd  fichier-journal.
       copy "journal-record.cpy".

       fd  fichier-depot.
       copy "oss-return-record.cpy".

       working-storage section.
           01 fin-journal    pic x value 'N'.
               88 fin-du-journal value 'O'.

           01 trimestre-declare pic 9(5).
           01 trimestre-annee   pic 9(4).
           01 trimestre-numero  pic 9.
           01 mois-du-trimestre pic 9(2) comp.
           01 periode-lue       pic 9(6).
           01 periode-ecriture  pic 9(6).
           01 mois-non-clos     pic 9 value 0.
           01 lecture-archive   pic x value 'N'.
               88 lecture-d-archive value 'O'.

           01 nom-journal       pic x(30).
           01 nom-archive       pic x(30).
           01 nom-depot         pic x(30).
           01 depot-nom-tmp     pic x(20) value "oss.new".
           01 depot-rename-rc   pic 9(8) comp.
           01 archive-existe-rc pic 9(8) comp.
           01 archive-infos     pic x(64).

      *> Cumuls par Etat membre de consommation et taux, puis
      *> totaux par Etat membre pour les lignes 'P'.
           01 table-oss.
               05 oss-entree occurs 100 times indexed by oss-idx.
                   10 tos-pays    pic x(2).
                   10 tos-taux    pic 9(2)v99.
                   10 tos-nombre  pic 9(6).
                   10 tos-ht      pic s9(11)v99.
                   10 tos-tva     pic s9(11)v99.
           01 nombre-oss pic 9(3) comp value 0.

           01 table-pays-oss.
               05 pays-oss-entree occurs 27 times
                   indexed by pays-oss-idx.
                   10 tpo-pays    pic x(2).
                   10 tpo-nombre  pic 9(6).
                   10 tpo-ht      pic s9(11)v99.
                   10 tpo-tva     pic s9(11)v99.
           01 nombre-pays-oss pic 9(2) comp value 0.

           01 total-nombre   pic 9(6) value 0.
           01 total-ht       pic s9(11)v99 value 0.
           01 total-tva      pic s9(11)v99 value 0.
           01 montant-tva    pic s9(7)v99.
           01 lignes-ignorees pic 9(6) value 0.

           01 journal-status pic xx.
           01 depot-status   pic xx.

       procedure division.
           display 'Trimestre a declarer (AAAAT, T de 1 a 4) : '.
           accept trimestre-declare.

           divide trimestre-declare by 10
               giving trimestre-annee
               remainder trimestre-numero.
           if trimestre-annee < 1900
              or trimestre-numero < 1 or trimestre-numero > 4
               display 'Trimestre invalide'
               move 8 to return-code
               goback
           end-if.

           perform lire-un-mois
               varying mois-du-trimestre from 1 by 1
               until mois-du-trimestre > 3.

           if lignes-ignorees > 0
               display lignes-ignorees ' ecritures OSS pour une table'
                   ' pleine, declaration incomplete'
               move 8 to return-code
           else
               perform imprimer-declaration
               if mois-non-clos > 0
                   display mois-non-clos ' mois non clos lus au'
                       ' journal vif : edition provisoire, pas de'
                       ' fichier de depot'
                   display 'Cloturer les mois du trimestre avant'
                       ' le depot'
                   move 4 to return-code
               else
                   perform ecrire-fichier-depot
               end-if
           end-if.

           goback.

      *> Un mois clos se relit dans son archive, prise en entier ;
      *> un mois encore ouvert, dans le journal vif, filtre sur sa
      *> date.
       lire-un-mois.
           compute periode-lue = trimestre-annee * 100
               + (trimestre-numero - 1) * 3 + mois-du-trimestre.
           move spaces to nom-archive.
           string 'journal-' periode-lue '.dat'
               delimited by size into nom-archive.
           call "CBL_CHECK_FILE_EXIST" using nom-archive
                                             archive-infos
               returning archive-existe-rc.
           if archive-existe-rc = 0
               move 'O' to lecture-archive
               move nom-archive to nom-journal
               display 'Lecture de l''archive ' nom-archive
           else
               move 'N' to lecture-archive
               move "journal.dat" to nom-journal
               add 1 to mois-non-clos
               display 'Mois ' periode-lue
                   ' non clos, lecture du journal vif'
           end-if.

           move 'N' to fin-journal.
           open input fichier-journal.
           if journal-status not = '00'
               display 'Fichier journal introuvable : ' nom-journal
           else
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

       cumuler-ligne-journal.
           divide jrn-date by 100 giving periode-ecriture.
           if (lecture-d-archive or periode-ecriture = periode-lue)
              and jrn-guichet-oss and not jrn-achat
               perform cumuler-ligne-oss
           end-if.

       cumuler-ligne-oss.
           compute montant-tva = jrn-priceTTC - jrn-priceHT.
           set oss-idx to 1.
           search oss-entree varying oss-idx
               at end
                   perform ajouter-ligne-oss
               when oss-idx <= nombre-oss
                    and tos-pays (oss-idx) = jrn-pays
                    and tos-taux (oss-idx) = jrn-tva-rate
                   continue
           end-search.
           if oss-idx <= nombre-oss
               add 1 to tos-nombre (oss-idx)
               add jrn-priceHT to tos-ht (oss-idx)
               add montant-tva to tos-tva (oss-idx)
               perform cumuler-pays-oss
           end-if.

       ajouter-ligne-oss.
           if nombre-oss >= 100
               add 1 to lignes-ignorees
               set oss-idx to 101
           else
               add 1 to nombre-oss
               set oss-idx to nombre-oss
               move jrn-pays to tos-pays (oss-idx)
               move jrn-tva-rate to tos-taux (oss-idx)
               move 0 to tos-nombre (oss-idx)
               move 0 to tos-ht (oss-idx)
               move 0 to tos-tva (oss-idx)
           end-if.

       cumuler-pays-oss.
           set pays-oss-idx to 1.
           search pays-oss-entree varying pays-oss-idx
               at end
                   perform ajouter-pays-oss
               when pays-oss-idx <= nombre-pays-oss
                    and tpo-pays (pays-oss-idx) = jrn-pays
                   continue
           end-search.
           add 1 to tpo-nombre (pays-oss-idx).
           add jrn-priceHT to tpo-ht (pays-oss-idx).
           add montant-tva to tpo-tva (pays-oss-idx).
           add 1 to total-nombre.
           add jrn-priceHT to total-ht.
           add montant-tva to total-tva.

       ajouter-pays-oss.
           add 1 to nombre-pays-oss.
           set pays-oss-idx to nombre-pays-oss.
           move jrn-pays to tpo-pays (pays-oss-idx).
           move 0 to tpo-nombre (pays-oss-idx).
           move 0 to tpo-ht (pays-oss-idx).
           move 0 to tpo-tva (pays-oss-idx).

       imprimer-declaration.
           display '============================================='.
           display '  DECLARATION OSS - TRIMESTRE ' trimestre-declare.
           if mois-non-clos > 0
               display '  EDITION PROVISOIRE - MOIS NON CLOS'
           end-if.
           display '============================================='.
           if nombre-pays-oss = 0
               display 'Aucune vente au guichet unique : declaration'
                   ' neant'
           end-if.
           perform imprimer-un-pays
               varying pays-oss-idx from 1 by 1
               until pays-oss-idx > nombre-pays-oss.
           display '---------------------------------------------'.
           display 'Total - ecritures : ' total-nombre
               ' HT ' total-ht ' TVA ' total-tva.
           display '============================================='.

       imprimer-un-pays.
           perform imprimer-un-taux
               varying oss-idx from 1 by 1
               until oss-idx > nombre-oss.
           display tpo-pays (pays-oss-idx) ' - Total - ecritures : '
               tpo-nombre (pays-oss-idx)
               ' HT ' tpo-ht (pays-oss-idx)
               ' TVA ' tpo-tva (pays-oss-idx).

       imprimer-un-taux.
           if tos-pays (oss-idx) = tpo-pays (pays-oss-idx)
               display tos-pays (oss-idx) ' - Taux '
                   tos-taux (oss-idx)
                   ' - ecritures : ' tos-nombre (oss-idx)
                   ' HT ' tos-ht (oss-idx)
                   ' TVA ' tos-tva (oss-idx)
           end-if.

      *> Fichier de depot : par Etat membre, ses lignes 'L' par
      *> taux puis sa ligne 'P' de total ; enfin la ligne 'G'.
       ecrire-fichier-depot.
           open output fichier-depot.
           perform ecrire-lignes-pays
               varying pays-oss-idx from 1 by 1
               until pays-oss-idx > nombre-pays-oss.
           move 'G' to oss-type-enreg.
           move trimestre-declare to oss-trimestre.
           move spaces to oss-pays.
           move 0 to oss-taux.
           move total-nombre to oss-nombre.
           move total-ht to oss-base-ht.
           move total-tva to oss-tva.
           write oss-record.
           close fichier-depot.
           move spaces to nom-depot.
           string 'declaration-oss-' trimestre-declare '.dat'
               delimited by size into nom-depot.
           call "CBL_RENAME_FILE" using depot-nom-tmp
                                        nom-depot
               returning depot-rename-rc.
           display 'Fichier de depot ecrit : ' nom-depot.

       ecrire-lignes-pays.
           perform ecrire-ligne-taux
               varying oss-idx from 1 by 1
               until oss-idx > nombre-oss.
           move 'P' to oss-type-enreg.
           move trimestre-declare to oss-trimestre.
           move tpo-pays (pays-oss-idx) to oss-pays.
           move 0 to oss-taux.
           move tpo-nombre (pays-oss-idx) to oss-nombre.
           move tpo-ht (pays-oss-idx) to oss-base-ht.
           move tpo-tva (pays-oss-idx) to oss-tva.
           write oss-record.

       ecrire-ligne-taux.
           if tos-pays (oss-idx) = tpo-pays (pays-oss-idx)
               move 'L' to oss-type-enreg
               move trimestre-declare to oss-trimestre
               move tos-pays (oss-idx) to oss-pays
               move tos-taux (oss-idx) to oss-taux
               move tos-nombre (oss-idx) to oss-nombre
               move tos-ht (oss-idx) to oss-base-ht
               move tos-tva (oss-idx) to oss-tva
               write oss-record
           end-if.

       end program declarationOSS.
