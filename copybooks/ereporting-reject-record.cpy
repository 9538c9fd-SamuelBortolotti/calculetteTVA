      *> Enregistrement du retour de la plateforme e-reporting
      *> (ereporting-retour-AAAAMM.dat), depose a reception du
      *> compte rendu de traitement d'une periode transmise : un
      *> rejet par ligne, avec le numero d'ordre de l'enregistrement
      *> rejete dans le fichier transmis (zero quand le fichier
      *> entier est rejete), le code et le libelle du motif.
       01 retour-record.
           05 ern-periode        pic 9(6).
           05 ern-sequence       pic 9(6).
           05 ern-code           pic x(10).
           05 ern-motif          pic x(60).
