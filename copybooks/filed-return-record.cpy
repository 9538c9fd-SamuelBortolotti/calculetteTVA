      *> Enregistrement de l'historique des declarations deposees
      *> (declarations-deposees.dat) : une ligne par periode, pays et
      *> version de depot, ecrite par declarationTVA au moment ou le
      *> fichier de depot est produit. La version 00 est la
      *> declaration d'origine, les suivantes les declarations
      *> rectificatives de la meme periode ; la derniere version
      *> fait foi. Le credit a reporter de la derniere periode
      *> deposee d'un pays s'impute d'office sur la declaration
      *> suivante de ce pays. Les montants sont signes (signe en
      *> tete, separe). Le fichier ne se purge pas : il justifie
      *> chaque depot en cas de controle.
      *> La base HT des operations intracom exonerees (lignes 'I')
      *> est ajoutee en fin d'enregistrement : elle est a blanc sur
      *> les lignes ecrites avant son ajout, a lire comme zero.
       01 historique-record.
           05 his-periode        pic 9(6).
           05 his-pays           pic x(2).
           05 his-version        pic 9(2).
           05 his-date-depot     pic 9(8).
           05 his-collectee      pic s9(11)v99 sign leading separate.
           05 his-deductible     pic s9(11)v99 sign leading separate.
           05 his-regul-collectee pic s9(11)v99 sign leading separate.
           05 his-regul-deductible pic s9(11)v99 sign leading
                                 separate.
           05 his-credit-anterieur pic s9(11)v99 sign leading
                                 separate.
           05 his-net-a-payer    pic s9(11)v99 sign leading separate.
           05 his-credit-reporte pic s9(11)v99 sign leading separate.
           05 his-intracom-ht    pic s9(11)v99 sign leading separate.
