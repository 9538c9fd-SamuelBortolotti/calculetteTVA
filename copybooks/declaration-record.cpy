      *>   'C' TVA collectee   : base HT et TVA due des ventes ;
      *>   'D' TVA deductible  : base HT et TVA des achats ;
      *>   'I' operations intracom exonerees (regime 'A') : base HT ;
      *>   'R' regularisation par pays : TVA collectee, deductible
      *>       et solde des ecritures tardives d'une periode deja
      *>       close, declarees a part sur la declaration courante ;
      *>   'N' TVA nette par pays : collectee, deductible et solde,
      *>       regularisation comprise ;
      *>   'K' report de credit par pays : credit anterieur impute,
      *>       net a payer et credit a reporter sur la periode
      *>       suivante ;
      *>   'X' ecart par pays d'une declaration rectificative sur la
      *>       derniere declaration deposee : collectee, deductible
      *>       et solde apres imputation du credit.
      *> Les montants sont signes (signe en tete, separe) : un mois
      *> d'avoirs peut rendre une ligne negative.
       01 declaration-record.
               88 dcl-deductible-ligne value 'D'.
               88 dcl-intracom-ligne   value 'I'.
               88 dcl-nette-ligne      value 'N'.
               88 dcl-regularisation-ligne value 'R'.
               88 dcl-report-ligne     value 'K'.
               88 dcl-ecart-ligne      value 'X'.
           05 dcl-periode        pic 9(6).
           05 dcl-pays           pic x(2).
           05 dcl-corps.
                                     separate.
               10 dcl-montant-net    pic s9(11)v99 sign leading
                                     separate.
           05 dcl-report redefines dcl-corps.
               10 dcl-credit-anterieur pic s9(11)v99 sign leading
                                     separate.
               10 dcl-net-a-payer    pic s9(11)v99 sign leading
                                     separate.
               10 dcl-credit-a-reporter pic s9(11)v99 sign leading
                                     separate.
      *> Version du depot : 00 declaration d'origine, puis 01, 02...
      *> pour chaque declaration rectificative de la periode.
           05 dcl-version        pic 9(2).
