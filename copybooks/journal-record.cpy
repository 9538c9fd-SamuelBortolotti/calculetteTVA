      *> (autoliquidation intracom) porte une TVA nulle et le numero
      *> de TVA intracommunautaire du client, repris par l'etat
      *> recapitulatif.
      *> Le mode distingue l'origine de l'ecriture : 'L' calcul du
      *> mode lot, 'I' saisie interactive, 'E' TVA devenue exigible
      *> a l'encaissement d'une prestation de services, ecrite par
      *> l'imputation des reglements a la date du reglement, 'P'
      *> regularisation annuelle du prorata de deduction.
       01 journal-record.
           05 jrn-date           pic 9(8).
           05 jrn-heure          pic 9(6).
           05 jrn-mode           pic x.
               88 jrn-mode-lot           value 'L'.
               88 jrn-mode-encaissement  value 'E'.
               88 jrn-mode-prorata       value 'P'.
           05 jrn-direction      pic x.
           05 jrn-pays           pic x(2).
           05 jrn-tva-type       pic 9.
           05 jrn-sens           pic x.
               88 jrn-vente      value 'V' ' '.
               88 jrn-achat      value 'A'.
      *> Exigibilite de la TVA de l'ecriture du lot : 'E' quand la
      *> facture est une prestation de services vendue au regime
      *> normal, la TVA ne se declarant alors qu'au fil des
      *> encaissements (ecritures de mode 'E') ; 'D' ou blanc, TVA
      *> exigible des la facturation.
           05 jrn-exigibilite    pic x.
               88 jrn-sur-encaissements value 'E'.
      *> Vente a distance a un particulier d'un autre Etat membre,
      *> taxee au taux du pays de destination une fois franchi le
      *> seuil annuel des ventes a distance : 'O' l'ecriture releve
      *> du guichet unique (declaration OSS trimestrielle) et sort
      *> de la declaration nationale ; 'N' ou blanc sinon.
           05 jrn-oss            pic x.
               88 jrn-guichet-oss value 'O'.
      *> Droits a deduction d'une ecriture d'achat : TVA admise au
      *> vu des regles de deduction de la categorie de depense,
      *> avant prorata, et part non deductible apres prorata, que
      *> la declaration retranche de la TVA deductible. Zero sur
      *> une vente, blancs sur une ecriture anterieure. L'ecriture
      *> de mode 'P' porte en TVA (TTC moins HT) la regularisation
      *> annuelle du prorata, positive quand elle ouvre un
      *> supplement de deduction.
           05 jrn-tva-admise     pic s9(7)v99 sign leading separate.
           05 jrn-tva-non-deductible pic s9(7)v99 sign leading
                                 separate.
      *> Date de la facture, qui fixe le taux applique, l'ecriture
      *> etant datee du traitement ; la simulation d'un changement
      *> de taux s'y reporte. Zero sur une ecriture d'encaissement,
      *> 31 decembre sur la regularisation du prorata, blancs sur
      *> une ecriture anterieure.
           05 jrn-date-facture   pic 9(8).
      *> Client (ou fournisseur) de la facture et nature de
      *> l'operation ('B' biens, 'S' services), repris de l'entete :
      *> l'e-reporting en tire le pays et le numero intracom du
      *> client et la categorie de l'operation. Client a blanc en
      *> mode interactif ; client et nature a blanc sur la
      *> regularisation du prorata et sur une ecriture anterieure.
      *> Une ecriture d'encaissement porte le client de la facture
      *> reglee.
           05 jrn-client         pic x(8).
           05 jrn-nature         pic x.
               88 jrn-services   value 'S'.
