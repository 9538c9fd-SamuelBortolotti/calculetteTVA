      *> caractere distingue le type d'enregistrement :
      *>   'H' entete de lot   : identifiant et date de creation ;
      *>   'E' entete de facture de vente : numero, sens, pays, date,
      *>       regime de TVA, numero de TVA intracommunautaire, code
      *>       du tiers au fichier maitre (clients.dat) et nature
      *>       de l'operation (livraison de biens ou prestation de
      *>       services) ;
      *>   'F' entete de facture d'achat (facture fournisseur), de
      *>       meme dessin que l'entete 'E' : ses lignes portent la
      *>       TVA deductible, journalisee au sens achat ;
      *>   'D' ligne de facture  : montant, type de TVA et, sur une
      *>       facture d'achat, categorie de depense ;
      *>   'T' fin de lot      : nombre d'enregistrements E, F et D,
      *>                         total de controle des montants 'D'.
      *> Une facture au regime 'A' (autoliquidation intracom) se
      *> le code est inconnu ou si le numero de TVA intracom ne
      *> respecte pas le format du pays du client.
               10 txn-client         pic x(8).
      *> Nature de l'operation : 'B' livraison de biens, 'S'
      *> prestation de services (blanc = biens). La TVA d'une
      *> prestation de services vendue au regime normal n'est
      *> exigible qu'a l'encaissement.
               10 txn-nature         pic x.
                   88 txn-biens      value ' ' 'B'.
                   88 txn-services   value 'S'.
           05 txn-ligne redefines txn-entete.
               10 txn-montant        pic s9(7)v99 sign leading
                                     separate.
               10 txn-tva-type       pic 9.
      *> Categorie de depense de la ligne d'achat, cherchee aux
      *> regles de deduction (regles-deduction.dat) ; blanc = TVA
      *> deductible en totalite, sous reserve du prorata.
               10 txn-categorie      pic x(4).
               10 filler             pic x(33).
           05 txn-lot redefines txn-entete.
               10 txn-lot-id         pic x(8).
               10 txn-lot-date       pic 9(8).
               10 filler             pic x(32).
           05 txn-fin-lot redefines txn-entete.
               10 txn-lot-nombre     pic 9(6).
               10 txn-lot-total      pic s9(11)v99 sign leading
                                     separate.
               10 filler             pic x(28).
