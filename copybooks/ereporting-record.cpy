      *> Enregistrement du fichier e-reporting
      *> (ereporting-AAAAMM.dat) transmis a la plateforme de
      *> l'administration par ereportingTVA : les operations hors
      *> facturation electronique entre assujettis en France, soit
      *> les ventes a des particuliers, les ventes a l'international
      *> et les achats aupres de fournisseurs etrangers, cumulees par
      *> jour, taux et categorie d'operation :
      *>   'H' entete : SIREN du declarant, periode et date de
      *>       creation du fichier ;
      *>   'T' transactions du jour pour une categorie et un taux :
      *>       nombre d'ecritures, base HT et TVA ;
      *>   'P' donnees de paiement d'une prestation de services :
      *>       encaissements du jour a un taux, base HT et TVA
      *>       devenue exigible ;
      *>   'Z' fin de fichier : nombres d'enregistrements 'T' et
      *>       'P' et totaux de controle.
      *> Categories d'operation :
      *>   TLB1 livraisons de biens soumises a la TVA en France ;
      *>   TPS1 prestations de services soumises a la TVA en France ;
      *>   TNT1 operations non soumises a la TVA en France
      *>        (exportations, livraisons intracommunautaires,
      *>        ventes a distance du guichet unique) ;
      *>   ACB1 achats de biens a un fournisseur etranger ;
      *>   ACS1 achats de services a un fournisseur etranger.
      *> Le numero d'ordre de l'enregistrement dans le fichier est
      *> celui que la plateforme cite dans ses rejets. Les montants
      *> sont en euros et signes (signe en tete, separe).
       01 ereporting-record.
           05 ere-type-enreg     pic x.
               88 ere-entete      value 'H'.
               88 ere-transaction value 'T'.
               88 ere-paiement    value 'P'.
               88 ere-fin         value 'Z'.
           05 ere-sequence       pic 9(6).
           05 ere-corps.
               10 ere-date           pic 9(8).
               10 ere-categorie      pic x(4).
               10 ere-taux           pic 9(2)v99.
               10 ere-nombre         pic 9(6).
               10 ere-base-ht        pic s9(11)v99 sign leading
                                     separate.
               10 ere-tva            pic s9(11)v99 sign leading
                                     separate.
               10 ere-devise         pic x(3).
           05 ere-entete-corps redefines ere-corps.
               10 ere-siren          pic x(9).
               10 ere-periode        pic 9(6).
               10 ere-date-creation  pic 9(8).
               10 filler             pic x(30).
           05 ere-fin-corps redefines ere-corps.
               10 ere-nombre-transactions pic 9(6).
               10 ere-nombre-paiements    pic 9(6).
               10 ere-total-ht       pic s9(11)v99 sign leading
                                     separate.
               10 ere-total-tva      pic s9(11)v99 sign leading
                                     separate.
               10 filler             pic x(13).
