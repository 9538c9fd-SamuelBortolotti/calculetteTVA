       program-id. maintenanceClients.

      *> Maintenance du fichier maitre des clients : affiche les
      *> clients connus, permet d'en modifier ou d'en ajouter. Le
      *> fichier est indexe sur le code client : chaque client se lit
      *> en direct et se reecrit seul, sans limite de nombre et sans
      *> recopie du fichier entier a chaque changement.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select fichier-clients assign to "clients.dat"
               organization indexed
               access mode dynamic
               record key is cli-code
               file status is clients-status.

       data division.
       file section.
       fd  fichier-clients.
       copy "client-record.cpy".

       working-storage section.
           01 fin-fichier-clients pic x value 'N'.
               88 fin-des-clients value 'O'.

           01 continuer-maj    pic x value 'O'.
               88 continuer-la-maj value 'O'.

           01 nouvelle-devise    pic x(3).
           01 client-trouve      pic x value 'N'.
               88 le-client-est-trouve value 'O'.
           01 nombre-affiches    pic 9(6) value 0.

           01 clients-status     pic xx.

       procedure division.
      *> Un fichier clients absent n'empeche pas la maintenance :
      *> c'est le cas normal a la premiere mise en place du fichier,
      *> le premier ajout le cree.
           display '----------------------------------------'.
           display '  CLIENTS AU FICHIER MAITRE'.
           display '----------------------------------------'.
           move 0 to nombre-affiches.
           move 'N' to fin-fichier-clients.
           open input fichier-clients.
           if clients-status = '00'
               perform lire-client-suivant
               perform until fin-des-clients
                   perform afficher-une-ligne-client
                   perform lire-client-suivant
               end-perform
               close fichier-clients
           end-if.
           display '----------------------------------------'.
           display nombre-affiches ' clients'.

       afficher-une-ligne-client.
           add 1 to nombre-affiches.
           display cli-code
               ' ' cli-raison-sociale
               ' ' cli-pays
               ' ' cli-tva-intracom
               ' ' cli-devise.

      *> Un champ laisse a blanc a la saisie est inchange : on ne
      *> retape que ce qui change.
           display 'Code client a modifier : '.
           accept code-recherche.

           perform ouvrir-en-mise-a-jour.
           perform lire-client-par-code.

           if le-client-est-trouve
               perform saisir-champs-client
               rewrite client-record
                   invalid key
                       display 'Mise a jour impossible, statut '
                           clients-status
                   not invalid key
                       display 'Client mis a jour.'
               end-rewrite
           else
               display 'Code client introuvable.'
           end-if.
           close fichier-clients.

       saisir-champs-client.
           display 'Raison sociale (blanc = inchangee) : '.
           accept nouvelle-raison.
           if nouvelle-raison not = spaces
               move nouvelle-raison to cli-raison-sociale
           end-if.
           display 'Pays (blanc = inchange) : '.
           accept nouveau-pays.
           if nouveau-pays not = spaces
               move nouveau-pays to cli-pays
           end-if.
           display 'No TVA intracom (blanc = inchange) : '.
           accept nouvel-intracom.
           if nouvel-intracom not = spaces
               move nouvel-intracom to cli-tva-intracom
           end-if.
           display 'Devise habituelle (blanc = inchangee) : '.
           accept nouvelle-devise.
           if nouvelle-devise not = spaces
               move nouvelle-devise to cli-devise
           end-if.

       ajouter-un-client.
           display 'Code client (8 car.) : '.
           accept code-recherche.

           perform ouvrir-en-mise-a-jour.
           perform lire-client-par-code.

           if le-client-est-trouve
               display 'Code client deja au fichier.'
           else
               display 'Raison sociale : '
               accept nouvelle-raison
               display 'Pays (2 lettres) : '
               accept nouveau-pays
               display 'No TVA intracom : '
               accept nouvel-intracom
               display 'Devise habituelle (blanc = EUR) : '
               accept nouvelle-devise
               if nouvelle-devise = spaces
                   move 'EUR' to nouvelle-devise
               end-if
               move code-recherche to cli-code
               move nouvelle-raison to cli-raison-sociale
               move nouveau-pays to cli-pays
               move nouvel-intracom to cli-tva-intracom
               move nouvelle-devise to cli-devise
               write client-record
                   invalid key
                       display 'Ajout impossible, statut '
                           clients-status
                   not invalid key
                       display 'Client ajoute.'
               end-write
           end-if.
           close fichier-clients.

      *> Le premier ajout cree le fichier s'il n'existe pas encore.
       ouvrir-en-mise-a-jour.
           open i-o fichier-clients.
           if clients-status = '35'
               open output fichier-clients
               close fichier-clients
               open i-o fichier-clients
           end-if.

       lire-client-par-code.
           move 'N' to client-trouve.
           move code-recherche to cli-code.
           read fichier-clients
               invalid key
                   continue
               not invalid key
                   move 'O' to client-trouve
           end-read.

       lire-client-suivant.
           read fichier-clients next record
               at end move 'O' to fin-fichier-clients
           end-read.

       end program maintenanceClients.
