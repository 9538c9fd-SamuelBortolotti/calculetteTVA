       identification division.
       program-id. exportFEC.

      *> Fichier des ecritures comptables (FEC) d'un exercice, a
      *> remettre a l'administration en cas de controle : un fichier
      *> texte a separateur '|', une ligne d'en-tete puis une ligne
      *> par ecriture aux dix-huit zones reglementaires, montants a
      *> virgule decimale. Il se nomme SIRENFECAAAAMMJJ.txt, la date
      *> etant celle de cloture de l'exercice (exercice civil).
      *> Les ecritures viennent des fichiers ecritures-LOTID.dat des
      *> lots comptabilises dans l'exercice (lots-comptabilises.dat),
      *> dans l'ordre de leur comptabilisation ; un lot passe deux
      *> fois n'est repris qu'une fois, son fichier ayant ete
      *> reecrit. Une piece est l'ensemble des ecritures d'une
      *> facture dans un lot ; les pieces sont numerotees sans
      *> rupture sur tout l'exercice. Le tiers (client ou
      *> fournisseur) prend le libelle du fichier maitre des
      *> clients. Chaque piece doit etre equilibree : une seule
      *> piece desequilibree, comme un fichier d'ecritures
      *> introuvable, fait abandonner le fichier : il n'est renomme
      *> a son nom definitif qu'une fois toutes les pieces lues et
      *> controlees. Code retour 04 si une piece est desequilibree,
      *> 08 pour un parametre invalide ou un fichier introuvable.

       environment division.
       configuration section.

       input-output section.
       file-control.
           select fichier-lots-compta
               assign to "lots-comptabilises.dat"
               organization line sequential
               file status is lots-compta-status.

           select fichier-ecritures assign to dynamic nom-ecritures
               organization line sequential
               file status is ecritures-status.

           select fichier-clients assign to "clients.dat"
               organization indexed
               access mode random
               record key is cli-code
               file status is clients-status.

           select fichier-fec assign to "fec.new"
               organization line sequential
               file status is fec-status.

       data division.
       file section.
       fd  fichier-lots-compta.
       copy "lot-record.cpy"
           replacing ==lot-record== by ==lot-compta-record==
                     leading ==lot== by ==lcp==.

       fd  fichier-ecritures.
       copy "accounting-entry-record.cpy".

       fd  fichier-clients.
       copy "client-record.cpy".

       fd  fichier-fec.
           01 fec-record pic x(400).

       working-storage section.
           01 lots-compta-status pic xx.
           01 ecritures-status   pic xx.
           01 clients-status     pic xx.
           01 fec-status         pic xx.

           01 fin-lots-compta pic x value 'N'.
               88 fin-des-lots-compta value 'O'.
           01 fin-ecritures   pic x value 'N'.
               88 fin-des-ecritures value 'O'.
           01 clients-ouvert  pic x value 'N'.
               88 le-fichier-clients-est-ouvert value 'O'.

           01 siren             pic x(9).
           01 exercice          pic 9(4).
           01 annee-lot         pic 9(4).
           01 annee-ecriture    pic 9(4).
           01 date-cloture      pic 9(8).
           01 nom-ecritures     pic x(30).
           01 nom-fec           pic x(30).
           01 fec-nom-tmp       pic x(20) value "fec.new".
           01 fec-rename-rc     pic 9(8) comp.

      *> Libelles des comptes de l'interface comptable.
           01 table-comptes-libelles.
               05 filler pic x(38) value
                   '41100000Clients                       '.
               05 filler pic x(38) value
                   '40100000Fournisseurs                  '.
               05 filler pic x(38) value
                   '70600000Prestations de services       '.
               05 filler pic x(38) value
                   '60600000Achats non stockes            '.
               05 filler pic x(38) value
                   '44571000TVA collectee                 '.
               05 filler pic x(38) value
                   '44566000TVA deductible                '.
           01 comptes-libelles redefines table-comptes-libelles.
               05 compte-entree occurs 6 times indexed by compte-idx.
                   10 tcp-compte  pic x(8).
                   10 tcp-libelle pic x(30).
           01 compte-clients      pic x(8) value '41100000'.
           01 compte-fournisseurs pic x(8) value '40100000'.

      *> Lots deja repris : un lot comptabilise deux fois ne
      *> figure qu'une fois au fichier.
           01 table-lots-repris.
               05 lot-repris occurs 10000 times indexed by repris-idx.
                   10 trp-lot-id pic x(8).
           01 nombre-lots-repris pic 9(5) comp value 0.
           01 lot-deja-repris pic x value 'N'.
               88 le-lot-est-deja-repris value 'O'.

      *> Piece en cours : ses ecritures attendent le controle
      *> d'equilibre avant d'etre ecrites.
           01 table-piece.
               05 piece-ligne occurs 60 times indexed by piece-idx.
                   10 tpc-date        pic 9(8).
                   10 tpc-compte      pic x(8).
                   10 tpc-client      pic x(8).
                   10 tpc-date-piece  pic 9(8).
                   10 tpc-libelle     pic x(30).
                   10 tpc-sens        pic x.
                   10 tpc-montant     pic 9(9)v99.
           01 nombre-lignes-piece pic 9(2) comp value 0.
           01 piece-lot-id        pic x(8) value spaces.
           01 piece-facture       pic x(10) value spaces.
           01 piece-debits        pic 9(11)v99.
           01 piece-credits       pic 9(11)v99.
           01 piece-debordee      pic x value 'N'.
               88 la-piece-deborde value 'O'.
           01 journal-code        pic x(2).
           01 journal-libelle     pic x(20).
           01 numero-piece        pic 9(8) value 0.

           01 ligne-fec          pic x(400).
           01 pointeur-fec       pic 9(3) comp.
           01 libelle-compte     pic x(30).
           01 aux-numero         pic x(8).
           01 aux-libelle        pic x(30).
           01 zone-fec           pic x(30).
           01 longueur-zone      pic 9(2) comp.
           01 montant-edite      pic z(10)9.99.
           01 montant-texte      pic x(14).
           01 montant-debit      pic x(14).
           01 montant-credit     pic x(14).
           01 blancs-en-tete     pic 9(2) comp.

           01 pieces-ecrites      pic 9(8) value 0.
           01 lignes-ecrites      pic 9(8) value 0.
           01 pieces-rejetees     pic 9(6) value 0.
           01 fichiers-absents    pic 9(6) value 0.
           01 total-debits        pic 9(13)v99 value 0.
           01 total-credits       pic 9(13)v99 value 0.

       procedure division.
           display 'SIREN de la societe (9 chiffres) : '.
           accept siren.
           display 'Exercice a exporter (AAAA) : '.
           accept exercice.
           if siren is not numeric or exercice < 1900
               display 'SIREN ou exercice invalide'
               move 8 to return-code
               goback
           end-if.
           compute date-cloture = exercice * 10000 + 1231.

           open input fichier-lots-compta.
           if lots-compta-status not = '00'
               display 'Fichier des lots comptabilises introuvable'
               move 8 to return-code
               goback
           end-if.
           perform ouvrir-clients.

           open output fichier-fec.
           perform ecrire-en-tete.
           perform lire-lot-compta-suivant.
           perform until fin-des-lots-compta
               divide lcp-date-traitement by 10000 giving annee-lot
               if annee-lot = exercice
                   perform reprendre-un-lot
               end-if
               perform lire-lot-compta-suivant
           end-perform.
           close fichier-lots-compta.
           close fichier-fec.
           if le-fichier-clients-est-ouvert
               close fichier-clients
           end-if.

           display 'Pieces : ' pieces-ecrites
               ' - lignes : ' lignes-ecrites.
           display 'Total debits  : ' total-debits.
           display 'Total credits : ' total-credits.
           if fichiers-absents > 0 or pieces-rejetees > 0
              or total-debits not = total-credits
               if pieces-rejetees > 0
                  or total-debits not = total-credits
                   display pieces-rejetees ' pieces desequilibrees'
                   move 4 to return-code
               end-if
               if fichiers-absents > 0
                   display fichiers-absents ' fichiers d''ecritures'
                       ' introuvables'
                   move 8 to return-code
               end-if
               display 'FEC incomplet : fichier non produit'
               call "CBL_DELETE_FILE" using fec-nom-tmp
                   returning fec-rename-rc
           else
               move spaces to nom-fec
               string siren 'FEC' date-cloture '.txt'
                   delimited by size into nom-fec
               call "CBL_RENAME_FILE" using fec-nom-tmp
                                            nom-fec
                   returning fec-rename-rc
               display 'Fichier des ecritures comptables : ' nom-fec
           end-if.

           goback.

       ouvrir-clients.
           open input fichier-clients.
           if clients-status = '00'
               move 'O' to clients-ouvert
           else
               display 'Fichier des clients absent'
           end-if.

       lire-lot-compta-suivant.
           read fichier-lots-compta
               at end move 'O' to fin-lots-compta
           end-read.

       ecrire-en-tete.
           move spaces to fec-record.
           string 'JournalCode|JournalLib|EcritureNum|EcritureDate|'
                  'CompteNum|CompteLib|CompAuxNum|CompAuxLib|'
                  'PieceRef|PieceDate|EcritureLib|Debit|Credit|'
                  'EcritureLet|DateLet|ValidDate|Montantdevise|'
                  'Idevise'
               delimited by size into fec-record.
           write fec-record.

       reprendre-un-lot.
           move 'N' to lot-deja-repris.
           if nombre-lots-repris > 0
               set repris-idx to 1
               search lot-repris varying repris-idx
                   at end
                       continue
                   when repris-idx <= nombre-lots-repris
                        and trp-lot-id (repris-idx) = lcp-id
                       move 'O' to lot-deja-repris
               end-search
           end-if.
           if not le-lot-est-deja-repris
               if nombre-lots-repris < 10000
                   add 1 to nombre-lots-repris
                   set repris-idx to nombre-lots-repris
                   move lcp-id to trp-lot-id (repris-idx)
               else
                   display 'Table des lots repris pleine, lot '
                       lcp-id ' repris sans controle de doublon'
               end-if
               perform lire-ecritures-du-lot
           end-if.

       lire-ecritures-du-lot.
           move spaces to nom-ecritures.
           string 'ecritures-' lcp-id '.dat'
               delimited by size into nom-ecritures.
           move 'N' to fin-ecritures.
           open input fichier-ecritures.
           if ecritures-status not = '00'
               display 'Fichier d''ecritures introuvable : '
                   nom-ecritures
               add 1 to fichiers-absents
           else
               move spaces to piece-lot-id
               move spaces to piece-facture
               move 0 to nombre-lignes-piece
               perform lire-ecriture-suivante
               perform until fin-des-ecritures
                   divide ecr-date by 10000 giving annee-ecriture
                   if annee-ecriture = exercice
                       perform ajouter-a-la-piece
                   end-if
                   perform lire-ecriture-suivante
               end-perform
               perform terminer-piece
               close fichier-ecritures
           end-if.

       lire-ecriture-suivante.
           read fichier-ecritures
               at end move 'O' to fin-ecritures
           end-read.

      *> Rupture de piece au changement de facture.
       ajouter-a-la-piece.
           if ecr-lot-id not = piece-lot-id
              or ecr-facture-numero not = piece-facture
               perform terminer-piece
               move ecr-lot-id to piece-lot-id
               move ecr-facture-numero to piece-facture
           end-if.
           if nombre-lignes-piece >= 60
               move 'O' to piece-debordee
           else
               add 1 to nombre-lignes-piece
               set piece-idx to nombre-lignes-piece
               move ecr-date to tpc-date (piece-idx)
               move ecr-compte to tpc-compte (piece-idx)
               move ecr-client to tpc-client (piece-idx)
      *> Une ecriture passee avant l'ajout de la date de piece l'a
      *> a blanc ou a zero : la date d'ecriture la remplace, la
      *> PieceDate etant obligatoire au FEC.
               if ecr-date-piece is numeric
                  and ecr-date-piece not = 0
                   move ecr-date-piece to tpc-date-piece (piece-idx)
               else
                   move ecr-date to tpc-date-piece (piece-idx)
               end-if
               move ecr-libelle to tpc-libelle (piece-idx)
               move ecr-sens to tpc-sens (piece-idx)
               move ecr-montant to tpc-montant (piece-idx)
           end-if.

      *> Controle d'equilibre de la piece, puis ecriture sous le
      *> numero suivant. Le journal est celui des ventes ou des
      *> achats selon le compte de tiers de la piece ; une piece
      *> sans tiers, comme la regularisation annuelle du prorata de
      *> deduction, va aux operations diverses.
       terminer-piece.
           if nombre-lignes-piece > 0
               move 0 to piece-debits
               move 0 to piece-credits
               move 'OD' to journal-code
               move 'Operations diverses' to journal-libelle
               perform controler-une-ligne
                   varying piece-idx from 1 by 1
                   until piece-idx > nombre-lignes-piece
               if piece-debits not = piece-credits
                  or la-piece-deborde
                   add 1 to pieces-rejetees
                   display 'Piece desequilibree : lot ' piece-lot-id
                       ' facture ' piece-facture
                       ' debit ' piece-debits
                       ' credit ' piece-credits
               else
                   add 1 to numero-piece
                   add 1 to pieces-ecrites
                   perform ecrire-une-ligne-fec
                       varying piece-idx from 1 by 1
                       until piece-idx > nombre-lignes-piece
               end-if
           end-if.
           move 0 to nombre-lignes-piece.
           move 'N' to piece-debordee.

       controler-une-ligne.
           if tpc-sens (piece-idx) = 'D'
               add tpc-montant (piece-idx) to piece-debits
           else
               add tpc-montant (piece-idx) to piece-credits
           end-if.
           if tpc-compte (piece-idx) = compte-clients
               move 'VT' to journal-code
               move 'Ventes' to journal-libelle
           end-if.
           if tpc-compte (piece-idx) = compte-fournisseurs
               move 'HA' to journal-code
               move 'Achats' to journal-libelle
           end-if.

       ecrire-une-ligne-fec.
           move spaces to libelle-compte.
           set compte-idx to 1.
           search compte-entree varying compte-idx
               at end
                   continue
               when tcp-compte (compte-idx) = tpc-compte (piece-idx)
                   move tcp-libelle (compte-idx) to libelle-compte
           end-search.

      *> Seule la ligne du compte de tiers porte le compte
      *> auxiliaire.
           move spaces to aux-numero.
           move spaces to aux-libelle.
           if tpc-compte (piece-idx) = compte-clients
              or tpc-compte (piece-idx) = compte-fournisseurs
               move tpc-client (piece-idx) to aux-numero
               if le-fichier-clients-est-ouvert
                   move aux-numero to cli-code
                   read fichier-clients
                       invalid key
                           continue
                       not invalid key
                           move cli-raison-sociale to aux-libelle
                   end-read
               end-if
           end-if.

           move tpc-montant (piece-idx) to montant-edite.
           perform formater-montant.
           if tpc-sens (piece-idx) = 'D'
               move montant-texte to montant-debit
               move '0,00' to montant-credit
               add tpc-montant (piece-idx) to total-debits
           else
               move '0,00' to montant-debit
               move montant-texte to montant-credit
               add tpc-montant (piece-idx) to total-credits
           end-if.

      *> Les libelles se reportent tels quels, sans les blancs de
      *> fin de zone : un double blanc interne reste dans le texte.
           move spaces to ligne-fec.
           move 1 to pointeur-fec.
           string journal-code '|' delimited by size
               into ligne-fec
               with pointer pointeur-fec.
           move journal-libelle to zone-fec.
           perform ajouter-zone-fec.
           string '|' numero-piece
                  '|' tpc-date (piece-idx)
                  '|' tpc-compte (piece-idx)
                  '|' delimited by size
               into ligne-fec
               with pointer pointeur-fec.
           move libelle-compte to zone-fec.
           perform ajouter-zone-fec.
           string '|' delimited by size
                  aux-numero delimited by space
                  '|' delimited by size
               into ligne-fec
               with pointer pointeur-fec.
           move aux-libelle to zone-fec.
           perform ajouter-zone-fec.
           string '|' delimited by size
                  piece-facture delimited by space
                  '|' tpc-date-piece (piece-idx)
                  '|' delimited by size
               into ligne-fec
               with pointer pointeur-fec.
           move tpc-libelle (piece-idx) to zone-fec.
           perform ajouter-zone-fec.
           string '|' delimited by size
                  montant-debit delimited by space
                  '|' delimited by size
                  montant-credit delimited by space
                  '|||' tpc-date (piece-idx)
                  '||' delimited by size
               into ligne-fec
               with pointer pointeur-fec.
           move ligne-fec to fec-record.
           write fec-record.
           add 1 to lignes-ecrites.

      *> Zone ajoutee a la ligne sans ses blancs de fin ; une zone
      *> a blanc n'ajoute rien.
       ajouter-zone-fec.
           move 30 to longueur-zone.
           perform reculer-fin-de-zone
               until longueur-zone = 0
                  or zone-fec (longueur-zone:1) not = space.
           if longueur-zone > 0
               string zone-fec (1:longueur-zone) delimited by size
                   into ligne-fec
                   with pointer pointeur-fec
           end-if.

       reculer-fin-de-zone.
           subtract 1 from longueur-zone.

      *> Montant cadre a gauche, virgule decimale.
       formater-montant.
           inspect montant-edite replacing all '.' by ','.
           move 0 to blancs-en-tete.
           inspect montant-edite tallying blancs-en-tete
               for leading spaces.
           move montant-edite (blancs-en-tete + 1:) to montant-texte.

       end program exportFEC.
