      *> Identifiant de cellule robot, espaces sur les fichiers de
      *> l'ancien format mono-cellule.
   05 SR-Cell-Id           PIC X(4).
      *> Code produit de la fenetre (PRODMAST), espaces sur les
      *> fichiers anterieurs : standard d'usine applique.
   05 SR-Product-Code      PIC X(6).
