      * ni correction de stock) : cet ecran est la contrepartie       *
      * "terrain", declenchee par un comptage physique reel.          *
      *                                                                *
      * Le comptage se fait par depot (0 = depot principal de la       *
      * piece) : il est compare au stock de la piece dans ce depot     *
      * ("lirstkdep") et la correction porte sur ce depot (transmis a  *
      * "majpie" par l'indicateur partage G-IDF-ENT).                  *
      *                                                                *
      * Le stock est tenu en unite de vente de la piece avec trois     *
      * decimales (litres, metres...). Le comptage se saisit en unites *
      * de stock pleines (futs, tourets, boites non entames) plus le   *
      * detail en unite de vente (litres restant dans le fut entame) ; *
      * il est converti par la contenance de la piece ("liruni") avant *
      * d'etre compare.                                                *
      *                                                                *
      *                           TRIGRAMMES                          *
      * ECR=ECRAN; INV=INVENTAIRE; PIE=PIECE; IDF=IDENTIFIANT;        *
      * QTE=QUANTITE; CTE=COMPTEE; SYS=SYSTEME; CFM=CONFIRMATION;     *
      * ANL=ANNULE; TRT=TRAITEMENT; APL=APPEL; MAJ=MISE A JOUR;       *
      * ROL=ROLE; CND=CONDITION; ERR=ERREUR; ENT=ENTREPOT (DEPOT).     *
      * UNI=UNITE; PLN=PLEINES; DET=DETAIL; VTE=VENTE; STK=STOCK;      *
      * FCT=FACTEUR; CNV=CONVERSION.                                   *
      ******************************************************************

       IDENTIFICATION DIVISION.
       WORKING-STORAGE SECTION.
       77 WS-IDF-PIE            PIC 9(10).
       77 WS-NOM-PIE            PIC X(50).
      * Quantites en unite de vente de la piece, trois decimales.
       77 WS-QTE-SYS            PIC 9(07)V9(03).
       77 WS-QTE-CTE            PIC 9(07)V9(03).

      * Comptage saisi en unites de stock pleines (futs, tourets,
      * boites non entames) plus le detail en unite de vente (litres
      * restant dans le fut entame) : WS-QTE-CTE en est le total
      * converti par la contenance de la piece ("liruni").
       77 WS-NBR-PLN            PIC 9(07).
       77 WS-QTE-DET            PIC 9(07)V9(03).
       77 WS-UNI-NOM            PIC X(50).
       77 WS-UNI-VTE            PIC X(03).
       77 WS-UNI-STK            PIC X(03).
       77 WS-FCT-CNV            PIC 9(05)V9(03).
       77 WS-UNI-QTE            PIC 9(07)V9(03).
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-UNI==.
      * Depot compte (0 = depot principal, remplace par le depot
      * effectif a la lecture du stock).
       77 WS-IDF-ENT            PIC 9(10).
       01 G-IDF-ENT             PIC 9(10) EXTERNAL.
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-DEP==.

      * Ecart = quantite comptee - quantite systeme. Positif = ajout a
      * faire, negatif = retrait a faire.
       01 WS-ECART              PIC S9(07)V9(03).
       01 WS-QTE-SYS-EDT        PIC Z(06)9.999.
       01 WS-QTE-CTE-EDT        PIC Z(06)9.999.
       01 WS-ECART-EDT          PIC -(07)9.999.

       01 WS-TYP-CHG            PIC 9(01).
           88 WS-AJT                      VALUE 0.
           05 LINE 06 COL 51 VALUE "]".
           05 LINE 06 COL 41 PIC Z(10) TO WS-IDF-PIE AUTO.

           05 LINE 08 COL 03 VALUE "Depot (0 = depot principal) :".
           05 LINE 08 COL 33 VALUE "[".
           05 LINE 08 COL 44 VALUE "]".
           05 LINE 08 COL 34 PIC Z(10) TO WS-IDF-ENT AUTO.

           05 LINE 10 COL 03 VALUE
               "Quantite comptee (inventaire physique) :".
           05 LINE 11 COL 03 VALUE "[".
           05 LINE 11 COL 11 VALUE "]".
           05 LINE 11 COL 04 PIC Z(06)9 TO WS-NBR-PLN AUTO.
           05 LINE 11 COL 13 VALUE "unite(s) de stock pleine(s) +".
           05 LINE 11 COL 44 VALUE "[".
           05 LINE 11 COL 56 VALUE "]".
           05 LINE 11 COL 45 PIC Z(06)9.999 TO WS-QTE-DET AUTO.
           05 LINE 11 COL 58 VALUE "en unite de vente".
           05 LINE 13 COL 03 VALUE "Motif (CAS/VOL/ERS/PER...) :".
           05 LINE 14 COL 03 VALUE "[".
           05 LINE 14 COL 07 VALUE "]".
           05 LINE 16 COL 11 PIC X(50) FROM WS-NOM-PIE.
           05 LINE 17 COL 03 VALUE "Quantite systeme : ".
           05 LINE 17 COL 22 FROM WS-QTE-SYS-EDT.
           05 LINE 17 COL 35 FROM WS-UNI-VTE.
           05 LINE 18 COL 03 VALUE "Quantite comptee : ".
           05 LINE 18 COL 22 FROM WS-QTE-CTE-EDT.
           05 LINE 18 COL 35 FROM WS-UNI-VTE.
           05 LINE 19 COL 03 VALUE "Ecart : ".
           05 LINE 19 COL 22 FROM WS-ECART-EDT.
           05 LINE 19 COL 35 FROM WS-UNI-VTE.
           05 LINE 20 COL 03 VALUE "Confirmer la reconciliation ?".
           05 LINE 21 COL 03 VALUE "1 - Oui    2 - Non".
           05 LINE 21 COL 23 PIC 9(01) TO WS-CHX-CFM.
               EXIT PARAGRAPH
           END-IF.

      * Unites de la piece : les unites de stock pleines comptees
      * sont converties en unite de vente, celle du stock.
           CALL "liruni"
               USING
               WS-IDF-PIE
               WS-UNI-NOM
               WS-UNI-VTE
               WS-UNI-STK
               WS-FCT-CNV
               WS-UNI-QTE
               WS-UNI-LIR-RET
           END-CALL.

           IF NOT WS-UNI-LIR-RET-OK
               MOVE 1 TO WS-FCT-CNV
               MOVE "U" TO WS-UNI-VTE
           END-IF.

           COMPUTE WS-QTE-CTE = WS-NBR-PLN * WS-FCT-CNV + WS-QTE-DET.

      * Le comptage se compare au stock du depot compte, pas au stock
      * tous depots.
           CALL "lirstkdep"
               USING
               WS-IDF-PIE
               WS-IDF-ENT
               WS-QTE-SYS
               WS-DEP-LIR-RET
           END-CALL.

           IF NOT WS-DEP-LIR-RET-OK
               PERFORM 1000-ERR-SQL-DEB
                  THRU 1000-ERR-SQL-FIN
               EXIT PARAGRAPH
           END-IF.

           SUBTRACT WS-QTE-SYS FROM WS-QTE-CTE GIVING WS-ECART.

           IF WS-ECART = 0

      * Le motif valide est transmis a "majpie", qui le consomme.
           MOVE WS-MOT-AJU TO G-MOT-AJU.
           MOVE WS-IDF-ENT TO G-IDF-ENT.

           CALL "majpie"
               USING
