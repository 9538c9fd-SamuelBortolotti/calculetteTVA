       identification division.
       program-id. conversionIndexes.

      *> Conversion, a passer une seule fois, du registre des
      *> factures traitees (factures-traitees.dat) et du fichier
      *> maitre des clients (clients.dat) de l'ancien format
      *> sequentiel au format indexe : le registre sur le numero et
      *> le sens de la facture, les clients sur le code client.
      *> Chaque fichier sequentiel est d'abord renomme en .seq, qui
      *> reste comme sauvegarde, puis recopie enregistrement par
      *> enregistrement dans le fichier indexe sous le nom d'origine.
      *> Une sauvegarde .seq deja presente signale un fichier deja
      *> converti : il n'est pas touche, pour ne pas perdre ce que
      *> la chaine y a ecrit depuis. Une cle en double est ecartee
      *> et comptee (code retour 04) ; un renommage impossible donne
      *> le code retour 08.

       environment division.
       configuration section.

       input-output section.
       file-control.
           select registre-sequentiel assign to "factures-traitees.seq"
               organization line sequential
               file status is registre-seq-status.

           select fichier-registre assign to "factures-traitees.dat"
               organization indexed
               access mode random
               record key is reg-cle
               file status is registre-status.

           select clients-sequentiel assign to "clients.seq"
               organization line sequential
               file status is clients-seq-status.

           select fichier-clients assign to "clients.dat"
               organization indexed
               access mode random
               record key is cli-code
               file status is clients-status.

       data division.
       file section.
       fd  registre-sequentiel.
       copy "invoice-register-record.cpy"
           replacing ==facture-traitee-record==
                  by ==facture-traitee-seq-record==
                     ==reg-services== by ==rgs-services==
                     leading ==reg== by ==rgs==.

       fd  fichier-registre.
       copy "invoice-register-record.cpy".

       fd  clients-sequentiel.
       copy "client-record.cpy"
           replacing ==client-record== by ==client-seq-record==
                     leading ==cli== by ==cls==.

       fd  fichier-clients.
       copy "client-record.cpy".

       working-storage section.
           01 registre-seq-status pic xx.
           01 registre-status     pic xx.
           01 clients-seq-status  pic xx.
           01 clients-status      pic xx.

           01 fin-sequentiel      pic x value 'N'.
               88 fin-du-sequentiel value 'O'.

           01 nom-vif             pic x(30).
           01 nom-sauvegarde      pic x(30).
           01 fichier-infos       pic x(64).
           01 existe-rc           pic 9(8) comp.
           01 rename-rc           pic 9(8) comp.
           01 conversion-possible pic x value 'N'.
               88 la-conversion-est-possible value 'O'.

           01 nombre-lus          pic 9(6) value 0.
           01 nombre-ecrits       pic 9(6) value 0.
           01 nombre-doubles      pic 9(6) value 0.
           01 code-retour         pic 9(2) value 0.

       procedure division.
           display '============================================='.
           display '  CONVERSION DES FICHIERS EN FORMAT INDEXE'.
           display '============================================='.

           move "factures-traitees.dat" to nom-vif.
           move "factures-traitees.seq" to nom-sauvegarde.
           perform preparer-conversion.
           if la-conversion-est-possible
               perform convertir-registre
           end-if.

           move "clients.dat" to nom-vif.
           move "clients.seq" to nom-sauvegarde.
           perform preparer-conversion.
           if la-conversion-est-possible
               perform convertir-clients
           end-if.

           display '============================================='.
           move code-retour to return-code.
           goback.

      *> Le fichier d'origine ne se renomme qu'une fois : la
      *> sauvegarde presente, la conversion est deja faite.
       preparer-conversion.
           move 'N' to conversion-possible.
           call "CBL_CHECK_FILE_EXIST" using nom-sauvegarde
                                             fichier-infos
               returning existe-rc.
           if existe-rc = 0
               display nom-vif ' deja converti (sauvegarde '
                   nom-sauvegarde ' presente), inchange'
           else
               call "CBL_CHECK_FILE_EXIST" using nom-vif
                                                 fichier-infos
                   returning existe-rc
               if existe-rc not = 0
                   display nom-vif ' absent, rien a convertir'
               else
                   call "CBL_RENAME_FILE" using nom-vif
                                                nom-sauvegarde
                       returning rename-rc
                   if rename-rc not = 0
                       display 'Renommage de ' nom-vif
                           ' impossible, conversion abandonnee'
                       move 8 to code-retour
                   else
                       move 'O' to conversion-possible
                   end-if
               end-if
           end-if.

       convertir-registre.
           move 0 to nombre-lus.
           move 0 to nombre-ecrits.
           move 0 to nombre-doubles.
           move 'N' to fin-sequentiel.
           open input registre-sequentiel.
           open output fichier-registre.
           perform lire-registre-sequentiel.
           perform until fin-du-sequentiel
               add 1 to nombre-lus
               move facture-traitee-seq-record
                   to facture-traitee-record
               write facture-traitee-record
                   invalid key
                       add 1 to nombre-doubles
                       display 'Facture ' reg-facture-numero
                           ' sens ' reg-sens ' en double, ecartee'
                   not invalid key
                       add 1 to nombre-ecrits
               end-write
               perform lire-registre-sequentiel
           end-perform.
           close registre-sequentiel.
           close fichier-registre.
           perform editer-bilan.

       lire-registre-sequentiel.
           read registre-sequentiel
               at end move 'O' to fin-sequentiel
           end-read.

       convertir-clients.
           move 0 to nombre-lus.
           move 0 to nombre-ecrits.
           move 0 to nombre-doubles.
           move 'N' to fin-sequentiel.
           open input clients-sequentiel.
           open output fichier-clients.
           perform lire-clients-sequentiel.
           perform until fin-du-sequentiel
               add 1 to nombre-lus
               move client-seq-record to client-record
               write client-record
                   invalid key
                       add 1 to nombre-doubles
                       display 'Client ' cli-code
                           ' en double, ecarte'
                   not invalid key
                       add 1 to nombre-ecrits
               end-write
               perform lire-clients-sequentiel
           end-perform.
           close clients-sequentiel.
           close fichier-clients.
           perform editer-bilan.

       lire-clients-sequentiel.
           read clients-sequentiel
               at end move 'O' to fin-sequentiel
           end-read.

       editer-bilan.
           display nom-vif ' : ' nombre-lus ' lus, '
               nombre-ecrits ' ecrits, ' nombre-doubles
               ' doubles ecartes (sauvegarde ' nom-sauvegarde ')'.
           if nombre-doubles > 0 and code-retour < 4
               move 4 to code-retour
           end-if.

       end program conversionIndexes.
