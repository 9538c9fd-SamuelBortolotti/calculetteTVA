       identification division.
       program-id. ereportingTVA.

      *> E-reporting de la periode : les operations qui echappent a
      *> la facturation electronique entre assujettis etablis en
      *> France se transmettent a la plateforme de l'administration.
      *> Sont retenues les ventes a des particuliers (client sans
      *> numero de TVA intracom), les ventes a un client etabli hors
      *> de France (exportations, livraisons intracommunautaires au
      *> regime 'A', ventes a distance) et les achats aupres d'un
      *> fournisseur etabli hors de France ; le pays et le numero
      *> intracom se lisent au fichier maitre des clients, sur le
      *> code client porte par l'ecriture du journal. Une vente a un
      *> assujetti francais passe par la facture electronique et
      *> reste hors du fichier.
      *> Les ecritures du lot donnent les transactions, cumulees par
      *> jour de facture, categorie d'operation et taux ; les
      *> ecritures d'encaissement d'une prestation de services
      *> donnent les donnees de paiement, par jour d'encaissement et
      *> taux. Seule une periode close se transmet, lue dans son
      *> archive journal-AAAAMM.dat : chaque ecriture ne figure que
      *> dans une archive et ne part ainsi qu'une fois, ecritures
      *> tardives comprises. Une periode deja portee au suivi des
      *> transmissions (ereporting-transmis.dat) est refusee.
      *> Le fichier ereporting-AAAAMM.dat s'ecrit sous un nom de
      *> travail puis se renomme, comme les fichiers de depot.
      *> Le choix R liste les rejets que la plateforme a retournes
      *> pour une periode (ereporting-retour-AAAAMM.dat), avec
      *> l'enregistrement transmis qu'ils visent.
      *> Code retour 04 : ecritures sans client ou client inconnu,
      *> ou rejets de la plateforme ; 08 : periode refusee.

       environment division.
       configuration section.

       input-output section.
       file-control.
           select fichier-journal assign to dynamic nom-journal
               organization line sequential
               file status is journal-status.

           select fichier-clients assign to "clients.dat"
               organization indexed
               access mode random
               record key is cli-code
               file status is clients-status.

           select fichier-ereporting assign to dynamic nom-ereporting
               organization line sequential
               file status is ereporting-status.

           select fichier-transmissions
               assign to "ereporting-transmis.dat"
               organization line sequential
               file status is transmissions-status.

           select fichier-retour assign to dynamic nom-retour
               organization line sequential
               file status is retour-status.

           select fichier-tri assign to "tri-ereporting.tmp".

       data division.
       file section.
       fd  fichier-journal.
       copy "journal-record.cpy".

       fd  fichier-clients.
       copy "client-record.cpy".

       fd  fichier-ereporting.
       copy "ereporting-record.cpy".

       fd  fichier-transmissions.
       copy "ereporting-sent-record.cpy".

       fd  fichier-retour.
       copy "ereporting-reject-record.cpy".

      *> Operations retenues, triees transactions puis paiements, par
      *> jour, categorie et taux : la rupture sur la cle donne un
      *> enregistrement du fichier.
       sd  fichier-tri.
       01  tri-record.
           05 tri-cle.
               10 tri-ordre          pic 9.
                   88 tri-transaction value 1.
                   88 tri-paiement    value 2.
               10 tri-date           pic 9(8).
               10 tri-categorie      pic x(4).
               10 tri-taux           pic 9(2)v99.
           05 tri-ht             pic s9(9)v99.
           05 tri-tva            pic s9(9)v99.

       working-storage section.
           01 journal-status       pic xx.
           01 clients-status       pic xx.
           01 ereporting-status    pic xx.
           01 transmissions-status pic xx.
           01 retour-status        pic xx.

           01 fin-fichier     pic x value 'N'.
               88 fin-du-fichier value 'O'.
           01 fin-tri         pic x value 'N'.
               88 fin-du-tri  value 'O'.

           01 choix-action    pic x.
               88 choix-transmettre value 'T' 't'.
               88 choix-rejets      value 'R' 'r'.

           01 siren             pic x(9).
           01 periode-traitee   pic 9(6).
           01 periode-annee     pic 9(4).
           01 periode-mois      pic 9(2).
           01 date-du-jour      pic 9(8).

           01 nom-journal       pic x(30).
           01 nom-ereporting    pic x(30).
           01 nom-retour        pic x(40).
           01 ereporting-nom-tmp pic x(20) value "ereporting.new".
           01 ereporting-rename-rc pic 9(8) comp.
           01 archive-existe-rc pic 9(8) comp.
           01 archive-infos     pic x(64).

           01 periode-transmise pic x value 'N'.
               88 la-periode-est-transmise value 'O'.
           01 date-transmission pic 9(8) value 0.

           01 table-etats-membres.
               05 filler pic x(28) value
                   'ATBEBGCYCZDEDKEEESFIFRGRHRHU'.
               05 filler pic x(26) value
                   'IEITLTLULVMTNLPLPTROSESISK'.
           01 etats-membres redefines table-etats-membres.
               05 etat-membre pic x(2) occurs 27 times
                   indexed by etat-idx.
           01 client-ue         pic x value 'N'.
               88 le-client-est-dans-l-ue value 'O'.
           01 client-trouve     pic x value 'N'.
               88 le-client-est-trouve value 'O'.

           01 categorie-operation pic x(4).

           01 ecritures-lues        pic 9(6) value 0.
           01 ecritures-retenues    pic 9(6) value 0.
           01 ecritures-hors-champ  pic 9(6) value 0.
           01 ecritures-sans-client pic 9(6) value 0.
           01 clients-inconnus      pic 9(6) value 0.

      *> Cumul en cours de l'enregistrement a ecrire, sous la cle
      *> du tri qui l'a ouvert.
           01 cle-courante.
               05 cle-ordre         pic 9.
                   88 cle-paiement  value 2.
               05 cle-date          pic 9(8).
               05 cle-categorie     pic x(4).
               05 cle-taux          pic 9(2)v99.
           01 cumul-ouvert      pic x value 'N'.
               88 un-cumul-est-ouvert value 'O'.
           01 cumul-nombre      pic 9(6) value 0.
           01 cumul-ht          pic s9(11)v99 value 0.
           01 cumul-tva         pic s9(11)v99 value 0.

           01 numero-sequence     pic 9(6) value 0.
           01 nombre-transactions pic 9(6) value 0.
           01 nombre-paiements    pic 9(6) value 0.
           01 total-ht          pic s9(11)v99 value 0.
           01 total-tva         pic s9(11)v99 value 0.

      *> Rejets retournes par la plateforme, completes de
      *> l'enregistrement transmis qu'ils visent.
           01 table-rejets.
               05 rejet-entree occurs 500 times indexed by rejet-idx.
                   10 tre-sequence    pic 9(6).
                   10 tre-code        pic x(10).
                   10 tre-motif       pic x(60).
                   10 tre-trouve      pic x.
                       88 tre-enregistrement-trouve value 'O'.
                   10 tre-type        pic x.
                   10 tre-date        pic 9(8).
                   10 tre-categorie   pic x(4).
                   10 tre-taux        pic 9(2)v99.
                   10 tre-base-ht     pic s9(11)v99.
                   10 tre-tva         pic s9(11)v99.
           01 nombre-rejets     pic 9(3) comp value 0.
           01 rejets-ignores    pic 9(6) value 0.

       procedure division.
           display 'Transmettre une periode (T) ou lister les rejets'
               ' de la plateforme (R) : '.
           accept choix-action.
           display 'Periode (AAAAMM) : '.
           accept periode-traitee.
           divide periode-traitee by 100
               giving periode-annee
               remainder periode-mois.
           if periode-annee < 1900
              or periode-mois < 1 or periode-mois > 12
               display 'Periode invalide'
               move 8 to return-code
               goback
           end-if.
           accept date-du-jour from date yyyymmdd.
           perform chercher-transmission.

           if choix-rejets
               perform lister-les-rejets
               goback
           end-if.
           if not choix-transmettre
               display 'Choix invalide'
               move 8 to return-code
               goback
           end-if.

           if la-periode-est-transmise
               display 'Periode ' periode-traitee ' deja transmise le '
                   date-transmission ', transmission refusee'
               move 8 to return-code
               goback
           end-if.

           move spaces to nom-journal.
           string 'journal-' periode-traitee '.dat'
               delimited by size into nom-journal.
           call "CBL_CHECK_FILE_EXIST" using nom-journal
                                             archive-infos
               returning archive-existe-rc.
           if archive-existe-rc not = 0
               display 'Periode ' periode-traitee ' non close :'
                   ' cloturer avant la transmission'
               move 8 to return-code
               goback
           end-if.

           display 'SIREN de la societe (9 chiffres) : '.
           accept siren.
           if siren is not numeric
               display 'SIREN invalide'
               move 8 to return-code
               goback
           end-if.

           open input fichier-clients.
           if clients-status not = '00'
               display 'Fichier clients introuvable'
               move 8 to return-code
               goback
           end-if.

           display '============================================='.
           display '  E-REPORTING - PERIODE ' periode-traitee.
           display '============================================='.
           sort fichier-tri
               ascending key tri-ordre tri-date
                             tri-categorie tri-taux
               input procedure selectionner-les-operations
               output procedure ecrire-le-fichier.
           close fichier-clients.

           move spaces to nom-ereporting.
           string 'ereporting-' periode-traitee '.dat'
               delimited by size into nom-ereporting.
           call "CBL_RENAME_FILE" using ereporting-nom-tmp
                                        nom-ereporting
               returning ereporting-rename-rc.
           perform enregistrer-transmission.

           display '---------------------------------------------'.
           display 'Ecritures lues          : ' ecritures-lues.
           display 'Ecritures transmises    : ' ecritures-retenues.
           display 'Hors e-reporting        : ' ecritures-hors-champ.
           display 'Transactions            : ' nombre-transactions.
           display 'Paiements               : ' nombre-paiements.
           display 'Total HT ' total-ht ' TVA ' total-tva.
           display '============================================='.
           display 'Fichier e-reporting ecrit : ' nom-ereporting.
           if ecritures-sans-client > 0 or clients-inconnus > 0
               display ecritures-sans-client ' ecritures sans code'
                   ' client et ' clients-inconnus
                   ' a client inconnu, non transmises'
               move 4 to return-code
           end-if.

           goback.

       chercher-transmission.
           move 'N' to periode-transmise.
           move 'N' to fin-fichier.
           open input fichier-transmissions.
           if transmissions-status = '00'
               perform lire-transmission-suivante
               perform until fin-du-fichier
                   if etr-periode = periode-traitee
                       move 'O' to periode-transmise
                       move etr-date-transmission to date-transmission
                   end-if
                   perform lire-transmission-suivante
               end-perform
               close fichier-transmissions
           end-if.

       lire-transmission-suivante.
           read fichier-transmissions
               at end move 'O' to fin-fichier
           end-read.

       selectionner-les-operations.
           move 'N' to fin-fichier.
           open input fichier-journal.
           if journal-status not = '00'
               display 'Archive illisible : ' nom-journal
           else
               perform lire-journal-suivant
               perform until fin-du-fichier
                   add 1 to ecritures-lues
                   perform examiner-ecriture
                   perform lire-journal-suivant
               end-perform
               close fichier-journal
           end-if.

       lire-journal-suivant.
           read fichier-journal
               at end move 'O' to fin-fichier
           end-read.

      *> Saisies interactives et regularisation du prorata ne
      *> relevent d'aucune facture : elles restent hors du fichier.
       examiner-ecriture.
           evaluate true
               when not jrn-mode-lot and not jrn-mode-encaissement
                   add 1 to ecritures-hors-champ
               when jrn-client = spaces
                   add 1 to ecritures-sans-client
               when other
                   perform chercher-client
                   if le-client-est-trouve
                       perform classer-operation
                   else
                       add 1 to clients-inconnus
                       display 'Client inconnu ' jrn-client
                           ', facture ' jrn-facture-numero
                   end-if
           end-evaluate.

       chercher-client.
           move 'N' to client-trouve.
           move jrn-client to cli-code.
           read fichier-clients
               invalid key
                   continue
               not invalid key
                   move 'O' to client-trouve
           end-read.

      *> Categorie de l'operation d'apres le sens de l'ecriture, le
      *> pays et le numero intracom du client ; blanc, l'operation
      *> releve de la facture electronique ou n'est pas a declarer.
       classer-operation.
           move spaces to categorie-operation.
           move 'N' to client-ue.
           set etat-idx to 1.
           search etat-membre varying etat-idx
               at end
                   continue
               when etat-membre (etat-idx) = cli-pays
                   move 'O' to client-ue
           end-search.
           if jrn-achat
               if cli-pays not = 'FR' and jrn-mode-lot
                   if jrn-services
                       move 'ACS1' to categorie-operation
                   else
                       move 'ACB1' to categorie-operation
                   end-if
               end-if
           else
               if cli-pays not = 'FR' or cli-tva-intracom = spaces
                   evaluate true
                       when jrn-mode-encaissement
                           move 'TPS1' to categorie-operation
                       when jrn-guichet-oss
                            or jrn-regime = 'A'
                            or not le-client-est-dans-l-ue
                           move 'TNT1' to categorie-operation
                       when jrn-services
                           move 'TPS1' to categorie-operation
                       when other
                           move 'TLB1' to categorie-operation
                   end-evaluate
               end-if
           end-if.
           if categorie-operation = spaces
               add 1 to ecritures-hors-champ
           else
               perform liberer-operation
           end-if.

      *> Une transaction se date du jour de la facture (date de
      *> l'ecriture sur une ecriture anterieure qui ne la porte
      *> pas) ; un paiement, du jour de l'encaissement.
       liberer-operation.
           add 1 to ecritures-retenues.
           if jrn-mode-encaissement
               move 2 to tri-ordre
               move jrn-date to tri-date
           else
               move 1 to tri-ordre
               if jrn-date-facture is numeric
                  and jrn-date-facture > 0
                   move jrn-date-facture to tri-date
               else
                   move jrn-date to tri-date
               end-if
           end-if.
           move categorie-operation to tri-categorie.
           move jrn-tva-rate to tri-taux.
           move jrn-priceHT to tri-ht.
           compute tri-tva = jrn-priceTTC - jrn-priceHT.
           release tri-record.

       ecrire-le-fichier.
           move ereporting-nom-tmp to nom-ereporting.
           open output fichier-ereporting.
           add 1 to numero-sequence.
           move 'H' to ere-type-enreg.
           move numero-sequence to ere-sequence.
           move spaces to ere-entete-corps.
           move siren to ere-siren.
           move periode-traitee to ere-periode.
           move date-du-jour to ere-date-creation.
           write ereporting-record.

           move 'N' to fin-tri.
           move 'N' to cumul-ouvert.
           perform retourner-tri-suivant.
           perform until fin-du-tri
               if not un-cumul-est-ouvert or tri-cle not = cle-courante
                   if un-cumul-est-ouvert
                       perform ecrire-un-cumul
                   end-if
                   move tri-cle to cle-courante
                   move 'O' to cumul-ouvert
                   move 0 to cumul-nombre
                   move 0 to cumul-ht
                   move 0 to cumul-tva
               end-if
               add 1 to cumul-nombre
               add tri-ht to cumul-ht
               add tri-tva to cumul-tva
               perform retourner-tri-suivant
           end-perform.
           if un-cumul-est-ouvert
               perform ecrire-un-cumul
           end-if.

           add 1 to numero-sequence.
           move 'Z' to ere-type-enreg.
           move numero-sequence to ere-sequence.
           move spaces to ere-fin-corps.
           move nombre-transactions to ere-nombre-transactions.
           move nombre-paiements to ere-nombre-paiements.
           move total-ht to ere-total-ht.
           move total-tva to ere-total-tva.
           write ereporting-record.
           close fichier-ereporting.

       retourner-tri-suivant.
           return fichier-tri
               at end move 'O' to fin-tri
           end-return.

       ecrire-un-cumul.
           add 1 to numero-sequence.
           if cle-paiement
               move 'P' to ere-type-enreg
               add 1 to nombre-paiements
           else
               move 'T' to ere-type-enreg
               add 1 to nombre-transactions
           end-if.
           move numero-sequence to ere-sequence.
           move cle-date to ere-date.
           move cle-categorie to ere-categorie.
           move cle-taux to ere-taux.
           move cumul-nombre to ere-nombre.
           move cumul-ht to ere-base-ht.
           move cumul-tva to ere-tva.
           move 'EUR' to ere-devise.
           write ereporting-record.
           add cumul-ht to total-ht.
           add cumul-tva to total-tva.
           display ere-type-enreg ' ' ere-date ' ' ere-categorie
               ' taux ' ere-taux ' - ecritures : ' ere-nombre
               ' HT ' cumul-ht ' TVA ' cumul-tva.

       enregistrer-transmission.
           open extend fichier-transmissions.
           if transmissions-status = '35'
               open output fichier-transmissions
           end-if.
           move periode-traitee to etr-periode.
           move date-du-jour to etr-date-transmission.
           move nombre-transactions to etr-nombre-transactions.
           move nombre-paiements to etr-nombre-paiements.
           move total-ht to etr-total-ht.
           move total-tva to etr-total-tva.
           write transmission-record.
           close fichier-transmissions.

      *> Les rejets se chargent d'abord, puis une lecture du fichier
      *> transmis les complete de l'enregistrement qu'ils visent.
       lister-les-rejets.
           display '============================================='.
           display '  REJETS E-REPORTING - PERIODE ' periode-traitee.
           display '============================================='.
           if la-periode-est-transmise
               display 'Periode transmise le ' date-transmission
           else
               display 'Periode absente du suivi des transmissions'
           end-if.
           move spaces to nom-retour.
           string 'ereporting-retour-' periode-traitee '.dat'
               delimited by size into nom-retour.
           move 'N' to fin-fichier.
           open input fichier-retour.
           if retour-status not = '00'
               display 'Aucun retour de la plateforme : ' nom-retour
           else
               perform lire-retour-suivant
               perform until fin-du-fichier
                   perform charger-un-rejet
                   perform lire-retour-suivant
               end-perform
               close fichier-retour
               perform completer-les-rejets
               perform editer-un-rejet
                   varying rejet-idx from 1 by 1
                   until rejet-idx > nombre-rejets
               display '---------------------------------------------'
               display nombre-rejets ' rejets'
               if rejets-ignores > 0
                   display rejets-ignores ' rejets au-dela de la'
                       ' table, non listes'
               end-if
               if nombre-rejets > 0
                   move 4 to return-code
               end-if
           end-if.
           display '============================================='.

       lire-retour-suivant.
           read fichier-retour
               at end move 'O' to fin-fichier
           end-read.

       charger-un-rejet.
           if nombre-rejets >= 500
               add 1 to rejets-ignores
           else
               add 1 to nombre-rejets
               set rejet-idx to nombre-rejets
               move ern-sequence to tre-sequence (rejet-idx)
               move ern-code to tre-code (rejet-idx)
               move ern-motif to tre-motif (rejet-idx)
               move 'N' to tre-trouve (rejet-idx)
           end-if.

       completer-les-rejets.
           move spaces to nom-ereporting.
           string 'ereporting-' periode-traitee '.dat'
               delimited by size into nom-ereporting.
           move 'N' to fin-fichier.
           open input fichier-ereporting.
           if ereporting-status not = '00'
               display 'Fichier transmis introuvable : ' nom-ereporting
           else
               perform lire-ereporting-suivant
               perform until fin-du-fichier
                   perform completer-un-rejet
                       varying rejet-idx from 1 by 1
                       until rejet-idx > nombre-rejets
                   perform lire-ereporting-suivant
               end-perform
               close fichier-ereporting
           end-if.

       lire-ereporting-suivant.
           read fichier-ereporting
               at end move 'O' to fin-fichier
           end-read.

       completer-un-rejet.
           if tre-sequence (rejet-idx) = ere-sequence
              and (ere-transaction or ere-paiement)
               move 'O' to tre-trouve (rejet-idx)
               move ere-type-enreg to tre-type (rejet-idx)
               move ere-date to tre-date (rejet-idx)
               move ere-categorie to tre-categorie (rejet-idx)
               move ere-taux to tre-taux (rejet-idx)
               move ere-base-ht to tre-base-ht (rejet-idx)
               move ere-tva to tre-tva (rejet-idx)
           end-if.

       editer-un-rejet.
           display 'Enregistrement ' tre-sequence (rejet-idx)
               ' - ' tre-code (rejet-idx)
               ' ' tre-motif (rejet-idx).
           if tre-enregistrement-trouve (rejet-idx)
               display '    ' tre-type (rejet-idx)
                   ' ' tre-date (rejet-idx)
                   ' ' tre-categorie (rejet-idx)
                   ' taux ' tre-taux (rejet-idx)
                   ' HT ' tre-base-ht (rejet-idx)
                   ' TVA ' tre-tva (rejet-idx)
           else
               if tre-sequence (rejet-idx) = 0
                   display '    Fichier entier rejete'
               else
                   display '    Enregistrement absent du fichier'
                       ' transmis'
               end-if
           end-if.

       end program ereportingTVA.
