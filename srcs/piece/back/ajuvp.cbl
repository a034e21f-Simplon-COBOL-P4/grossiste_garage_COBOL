      * "gensugseu" : les points de commande doivent suivre la         *
      * demande réelle, pas seulement la demande servie.               *
      *                                                                *
      * La quantité perdue est décimale, en unité de vente de la pièce *
      * (litres, mètres...).                                           *
      *                                                                *
      *                           TRIGRAMMES                           *
      * AJU=AJOUT; VP=VENTE PERDUE; PIE=PIECE; CLI=CLIENT;             *
      * QTE=QUANTITE; MTF=MOTIF; IDF=IDENTIFIANT; NBR=NOMBRE.          *
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-PIE             PIC 9(10).
       01 PG-IDF-CLI             PIC 9(10).
       01 PG-QTE-VP              PIC 9(07)V9(03).
       01 PG-MTF-VP              PIC X(10).
       01 PG-NBR-PIE             PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
      * Arguments d'entrée : la pièce demandée, la quantité voulue,
      * le motif (RUPTURE / DELAI / PRIX) et le client (0 = passage).
       01 LK-IDF-PIE             PIC 9(10).
       01 LK-QTE-VP              PIC 9(07)V9(03).
       01 LK-MTF-VP              PIC X(10).
       01 LK-IDF-CLI             PIC 9(10).
      * Arguments de sortie.
