      * voient. Chaque déplacement est tracé dans mouvement_stock      *
      * (pour le rapprochement nocturne de "recstkpie") et             *
      * journalisé via "ajulog" avec le motif saisi.                   *
      * Stock par dépôt : le disponible bouge aussi dans un dépôt      *
      * ("majstkdep"), celui posé par l'appelant dans l'indicateur     *
      * partagé G-IDF-ENT (consommé ici, comme dans "majpie") ; à      *
      * défaut le dépôt principal de la pièce. La quarantaine          *
      * elle-même reste un compartiment global de la pièce.            *
      *                                                                *
      * Les quantités sont en unité de vente de la pièce, avec trois   *
      * décimales.                                                     *
      *                                                                *
      *                           TRIGRAMMES                           *
      * MAJ=MISE A JOUR; QRN=QUARANTAINE; PIE=PIECE; QTE=QUANTITE;     *
      * DSP=DISPONIBLE; SNS=SENS; MTF=MOTIF; MVT=MOUVEMENT;            *
      * AVT=AVANT; APR=APRES; IDF=IDENTIFIANT; UTI=UTILISATEUR;        *
      * MSG=MESSAGE; LIB=LIBERATION; ENT=ENTREPOT; STK=STOCK.          *
      ******************************************************************

       IDENTIFICATION DIVISION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-PIE           PIC 9(10).
       01 PG-QTE               PIC 9(07)V9(03).
       01 PG-QTE-DSP           PIC 9(07)V9(03).
       01 PG-QTE-QRN           PIC 9(07)V9(03).
       01 PG-QTE-AVANT         PIC 9(07)V9(03).
       01 PG-QTE-APRES         PIC 9(07)V9(03).
       01 PG-TYP-MVT           PIC X(10).
       01 PG-IDF-UTI           PIC 9(10).
       01 PG-IDF-ENT           PIC 9(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Depot du deplacement, pose par l'appelant et consomme ici
      * (0 = depot principal de la piece), et mouvement du stock du
      * depot ("majstkdep", sans COMMIT).
       01 G-IDF-ENT            PIC 9(10) EXTERNAL.
       01 WS-TYP-STK           PIC 9(01).
           88 WS-TYP-STK-AJT               VALUE 0.
           88 WS-TYP-STK-RTI               VALUE 1.
       COPY majret REPLACING ==:PREFIX:== BY ==WS-STK==.

      * Message et type de log du déplacement, motif inclus.
       01 WS-IDF-EDT           PIC Z(10).
       01 WS-QTE-EDT           PIC Z(06)9.999.
       01 WS-MSG-LOG           PIC X(100).
       01 WS-TYP-LOG           PIC X(12) VALUE "quarantaine".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.
       LINKAGE SECTION.
      * Arguments d'entrée.
       01 LK-IDF-PIE           PIC 9(10).
       01 LK-QTE               PIC 9(07)V9(03).
      * Sens du déplacement : 0 = mise en quarantaine (disponible vers
      * quarantaine), 1 = libération (quarantaine vers disponible).
       01 LK-SNS               PIC 9(01).
                                LK-IDF-UTI,
                                LK-MAJ-RET.

           MOVE G-IDF-ENT TO PG-IDF-ENT.
           MOVE 0 TO G-IDF-ENT.

      *    Contrôle de role avant toute écriture en base.
           CALL "verrol" USING WS-NIV-REQ, WS-ROL-RET END-CALL.


           MOVE PG-QTE-DSP TO PG-QTE-AVANT.

      * Le disponible du depot suit celui de la piece : une mise en
      * quarantaine exige la quantite dans le depot.
           IF LK-SNS-MISE
               SET WS-TYP-STK-RTI TO TRUE
           ELSE
               SET WS-TYP-STK-AJT TO TRUE
           END-IF.

           CALL "majstkdep"
               USING
               PG-IDF-PIE
               PG-IDF-ENT
               PG-QTE
               WS-TYP-STK
               WS-STK-MAJ-RET
           END-CALL.

           IF NOT WS-STK-MAJ-RET-OK
               EXEC SQL ROLLBACK END-EXEC
               IF WS-STK-MAJ-RET-STK-ERR
                   SET LK-MAJ-RET-STK-ERR TO TRUE
               ELSE
                   SET LK-MAJ-RET-ERR TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF LK-SNS-MISE
               EXEC SQL
                   UPDATE piece
           IF SQLCODE = 0
               EXEC SQL
                   INSERT INTO mouvement_stock
                       (id_pie, qte_avant, qte_apres, typ_mvt, id_uti,
                        id_entrepot)
                   VALUES
                       (:PG-IDF-PIE, :PG-QTE-AVANT, :PG-QTE-APRES,
                        :PG-TYP-MVT, :PG-IDF-UTI, :PG-IDF-ENT)
               END-EXEC
           END-IF.

