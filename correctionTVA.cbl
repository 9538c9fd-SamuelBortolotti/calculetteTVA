      *> de la calculette, et la disposition de chaque rejet est mise
      *> a jour dans rejets.dat par le meme jeu de fichier de travail
      *> et de renommage que la maintenance des taux.
      *> Le fichier maitre des clients et le registre des factures
      *> traitees se lisent en direct : un code client corrige doit
      *> exister, et une facture deja au registre est signalee avant
      *> correction, son recyclage devant etre refuse en double.

       environment division.
       configuration section.
               organization line sequential
               file status is lots-status.

           select fichier-clients assign to "clients.dat"
               organization indexed
               access mode random
               record key is cli-code
               file status is clients-status.

           select fichier-registre assign to "factures-traitees.dat"
               organization indexed
               access mode random
               record key is reg-cle
               file status is registre-status.

       data division.
       file section.
       fd  fichier-rejets.
                     ==rej-tva-intracom== by ==rtmp-tva-intracom==
                     ==rej-devise==       by ==rtmp-devise==
                     ==rej-client==       by ==rtmp-client==
                     ==rej-nature==       by ==rtmp-nature==
                     ==rej-tva-type==     by ==rtmp-tva-type==
                     ==rej-montant==      by ==rtmp-montant==
                     ==rej-motif==        by ==rtmp-motif==
                     ==rejet-ouvert==     by ==rtmp-ouvert==
                     ==rejet-corrige==    by ==rtmp-corrige==
                     ==rejet-abandonne==  by ==rtmp-abandonne==
                     ==rej-lot-id==       by ==rtmp-lot-id==
                     ==rej-categorie==    by ==rtmp-categorie==.

       fd  fichier-recyclage.
       copy "transaction-record.cpy".
       fd  fichier-lots.
       copy "lot-record.cpy".

       fd  fichier-clients.
       copy "client-record.cpy".

       fd  fichier-registre.
       copy "invoice-register-record.cpy".

       working-storage section.
           01 rejets-status     pic xx.
           01 rejets-tmp-status pic xx.
           01 recyclage-status  pic xx.
           01 lots-status       pic xx.
           01 clients-status    pic xx.
           01 registre-status   pic xx.

           01 clients-ouvert    pic x value 'N'.
               88 le-fichier-clients-est-ouvert value 'O'.
           01 registre-ouvert   pic x value 'N'.
               88 le-registre-est-ouvert value 'O'.

           01 fin-rejets        pic x value 'N'.
               88 fin-des-rejets value 'O'.
           01 saisie-intracom   pic x(14).
           01 saisie-devise     pic x(3).
           01 saisie-client     pic x(8).
           01 saisie-nature     pic x.
           01 saisie-type       pic 9.
           01 saisie-montant    pic s9(7)v99.
           01 saisie-categorie  pic x(4).
           01 saisie-date       pic 9(8).

           01 recyclage-ouvert  pic x value 'N'.
                   until le-lot-est-libre

               open output fichier-rejets-tmp
               perform ouvrir-fichiers-maitres

               perform lire-rejet-suivant
               perform until fin-des-rejets

               close fichier-rejets
               close fichier-rejets-tmp
               perform fermer-fichiers-maitres
               perform remplacer-fichier-rejets
               perform clore-recyclage
               perform afficher-bilan
                   ' un autre identifiant'
           end-if.

      *> Sans l'un ou l'autre fichier, la correction se fait comme
      *> auparavant, sans controle.
       ouvrir-fichiers-maitres.
           open input fichier-clients.
           if clients-status = '00'
               move 'O' to clients-ouvert
           end-if.
           open input fichier-registre.
           if registre-status = '00'
               move 'O' to registre-ouvert
           end-if.

       fermer-fichiers-maitres.
           if le-fichier-clients-est-ouvert
               close fichier-clients
           end-if.
           if le-registre-est-ouvert
               close fichier-registre
           end-if.

       lire-lot-suivant.
           read fichier-lots
               at end move 'O' to fin-lots
               ' type ' rej-type-enreg
               ' facture ' rej-facture-numero.
           display 'Sens ' rej-direction ' pays ' rej-pays
               ' nature ' rej-nature
               ' type TVA ' rej-tva-type
               ' montant ' rej-montant
               ' date ' rej-date-facture.
           if rej-categorie not = spaces
               display 'Categorie de depense ' rej-categorie
           end-if.
           display 'Motif : ' rej-motif.
           perform signaler-facture-au-registre.

      *> Le sens a blanc d'un rejet anterieur vaut vente.
       signaler-facture-au-registre.
           if le-registre-est-ouvert
               move rej-facture-numero to reg-facture-numero
               if rej-sens = 'A'
                   move 'A' to reg-sens
               else
                   move 'V' to reg-sens
               end-if
               read fichier-registre
                   invalid key
                       continue
                   not invalid key
                       display 'Facture deja au registre (lot '
                           reg-lot-id ', traitee le '
                           reg-date-traitement
                           ') : son recyclage sera refuse en double'
               end-read
           end-if.

       demander-le-choix.
           display 'Corriger (C), abandonner (A), passer (P), '
           display 'Code client (blanc = inchange) : '.
           accept saisie-client.
           if saisie-client not = spaces
               perform controler-client-saisi
           end-if.
           display 'Nature (B/S, blanc = inchangee) : '.
           accept saisie-nature.
           if saisie-nature not = space
               move saisie-nature to rej-nature
           end-if.
           if rej-type-enreg = 'D'
               display 'Type de TVA (0 = inchange) : '
               if saisie-montant not = 0
                   move saisie-montant to rej-montant
               end-if
               if rej-sens = 'A'
                   display 'Categorie de depense (blanc = inchangee,'
                       ' * = aucune) : '
                   move spaces to saisie-categorie
                   accept saisie-categorie
                   if saisie-categorie = '*'
                       move spaces to rej-categorie
                   else
                       if saisie-categorie not = spaces
                           move saisie-categorie to rej-categorie
                       end-if
                   end-if
               end-if
           end-if.
           display 'Date de facture (0 = inchangee) : '.
           accept saisie-date.
               move saisie-date to rej-date-facture
           end-if.

      *> Un code client corrige doit figurer au fichier maitre.
       controler-client-saisi.
           if le-fichier-clients-est-ouvert
               move saisie-client to cli-code
               read fichier-clients
                   invalid key
                       display 'Code client ' saisie-client
                           ' inconnu au fichier maitre, inchange'
                   not invalid key
                       move saisie-client to rej-client
               end-read
           else
               move saisie-client to rej-client
           end-if.

      *> Reconstruit la facture dans le lot de recyclage : une
      *> entete corrigee ouvre la facture, une ligne corrigee est
      *> precedee de son entete si elle n'est pas deja ouverte, si
           move rej-tva-intracom to txn-tva-intracom.
           move rej-devise to txn-devise.
           move rej-client to txn-client.
           move rej-nature to txn-nature.
           write transaction-record.
           move rej-facture-numero to derniere-entete.
           add 1 to recyc-nombre.
           move spaces to txn-entete.
           move rej-montant to txn-montant.
           move rej-tva-type to txn-tva-type.
           move rej-categorie to txn-categorie.
           write transaction-record.
           add 1 to recyc-nombre.
           add rej-montant to recyc-total.
           move rej-tva-intracom to rtmp-tva-intracom.
           move rej-devise to rtmp-devise.
           move rej-client to rtmp-client.
           move rej-nature to rtmp-nature.
           move rej-tva-type to rtmp-tva-type.
           move rej-montant to rtmp-montant.
           move rej-motif to rtmp-motif.
           move rej-disposition to rtmp-disposition.
           move rej-lot-id to rtmp-lot-id.
           move rej-categorie to rtmp-categorie.
           write reject-record-tmp.

       remplacer-fichier-rejets.
