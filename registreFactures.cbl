       program-id. registreFactures.

      *> Utilitaire du registre des factures traitees : liste le
      *> registre, consulte une facture par son numero et son sens,
      *> et purge les entrees des periodes closes par la cloture.
      *> Une periode ne se purge que si son archive
      *> journal-AAAAMM.dat existe : tant qu'une periode est ouverte,
      *> ses factures doivent rester au registre pour barrer les
      *> doubles. Le registre est indexe : la purge supprime les
      *> entrees sur place.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select fichier-registre assign to "factures-traitees.dat"
               organization indexed
               access mode dynamic
               record key is reg-cle
               file status is registre-status.

       data division.
       file section.
       fd  fichier-registre.
       copy "invoice-register-record.cpy".

       working-storage section.
           01 registre-status     pic xx.

           01 fin-registre        pic x value 'N'.
               88 fin-du-registre value 'O'.

           01 choix-utilisateur   pic x.
               88 choix-lister value 'L' 'l'.
               88 choix-consulter value 'C' 'c'.
               88 choix-purger value 'P' 'p'.
               88 choix-quitter value 'Q' 'q'.

           01 periode-annee       pic 9(4).
           01 periode-mois        pic 9(2).
           01 periode-facture     pic 9(6).
           01 facture-cherchee    pic x(10).
           01 sens-cherche        pic x.

           01 nom-archive         pic x(30).
           01 archive-existe-rc   pic 9(8) comp.
           01 nombre-purgees      pic 9(6) comp value 0.
           01 nombre-conservees   pic 9(6) comp value 0.

       procedure division.
           perform traiter-un-choix
               until not continuer-l-util.
           goback.

       traiter-un-choix.
           display 'Lister (L), consulter (C), purger (P) ou quitter'
               ' (Q) : '.
           accept choix-utilisateur.

           evaluate true
               when choix-lister
                   perform lister-le-registre
               when choix-consulter
                   perform consulter-une-facture
               when choix-purger
                   perform purger-une-periode
               when choix-quitter
               display '----------------------------------------'
           end-if.

      *> Lecture directe sur la cle : numero de facture et sens ('V'
      *> vente, 'A' achat, blanc = vente).
       consulter-une-facture.
           display 'Numero de facture : '.
           accept facture-cherchee.
           display 'Sens (V vente, A achat, blanc = V) : '.
           move space to sens-cherche.
           accept sens-cherche.
           if sens-cherche = space or sens-cherche = 'v'
               move 'V' to sens-cherche
           end-if.
           if sens-cherche = 'a'
               move 'A' to sens-cherche
           end-if.
           open input fichier-registre.
           if registre-status not = '00'
               display 'Registre des factures vide ou absent'
           else
               move facture-cherchee to reg-facture-numero
               move sens-cherche to reg-sens
               read fichier-registre
                   invalid key
                       display 'Facture ' facture-cherchee ' sens '
                           sens-cherche ' absente du registre'
                   not invalid key
                       display reg-facture-numero
                           ' sens ' reg-sens
                           ' facture du ' reg-date-facture
                           ' lot ' reg-lot-id
                           ' traitee le ' reg-date-traitement
                           ' nature ' reg-nature
               end-read
               close fichier-registre
           end-if.

      *> La purge retire les factures datees de la periode demandee
      *> et de toutes les periodes anterieures, a condition que la
      *> periode demandee soit close : son archive de journal fait
           move 0 to nombre-purgees.
           move 0 to nombre-conservees.
           move 'N' to fin-registre.
           open i-o fichier-registre.
           if registre-status not = '00'
               display 'Registre des factures vide ou absent'
           else
               perform lire-registre-suivant
               perform until fin-du-registre
                   perform ventiler-une-entree
                   perform lire-registre-suivant
               end-perform
               close fichier-registre
               display nombre-purgees ' factures purgees, '
                   nombre-conservees ' conservees'
           end-if.
       ventiler-une-entree.
           divide reg-date-facture by 100 giving periode-facture.
           if periode-facture <= periode-purge
               delete fichier-registre record
                   invalid key
                       display 'Suppression impossible : '
                           reg-facture-numero ' statut '
                           registre-status
                   not invalid key
                       add 1 to nombre-purgees
               end-delete
           else
               add 1 to nombre-conservees
           end-if.

       lire-registre-suivant.
           read fichier-registre next record
               at end move 'O' to fin-registre
           end-read.

