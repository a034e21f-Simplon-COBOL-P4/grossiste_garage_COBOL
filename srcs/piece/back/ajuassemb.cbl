      * ordre_assemblage et sa fiche éditée et inscrite au registre    *
      * des documents via "ajudoc". Journalisé via "ajulog".           *
      *                                                                *
      * Les besoins en composants et les prélèvements sur lots sont en *
      * unité de vente, avec trois décimales ; le kit se compte en     *
      * pièces entières.                                               *
      *                                                                *
      *                           TRIGRAMMES                           *
      * AJU=AJOUT; ASS=ASSEMBLAGE; KIT=KIT; CMP=COMPOSANT;             *
      * QTE=QUANTITE; BSN=BESOIN; SNS=SENS; LOT=LOT; RST=RESTE;        *
       01 PG-NBR-CMP             PIC 9(05).
       01 PG-IDF-CMP             PIC 9(10).
       01 PG-QTE-CMP             PIC 9(10).
       01 PG-QTE-DSP             PIC 9(07)V9(03).
       01 PG-NOM-CMP             PIC X(50).
       01 PG-IDF-ASS             PIC 9(10).
       01 PG-SNS-ASS             PIC 9(01).
       01 PG-IDF-UTI             PIC 9(10).
       01 PG-NUM-LOT             PIC X(20).
       01 PG-QTE-LOT             PIC 9(07)V9(03).
       01 PG-QTE-PRL             PIC 9(07)V9(03).
       01 PG-IDF-PIE-LOT         PIC 9(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.
           88 WS-ETT-ERR-NON                 VALUE 0.
           88 WS-ETT-ERR-OUI                 VALUE 1.

      * Besoin du composant en cours et reste à prélever sur les lots,
      * en unité de vente ; le kit lui-même se compte en pièces
      * entières (WS-QTE-KIT, quantité transmise à "majpie").
       01 WS-QTE-BSN             PIC 9(07)V9(03).
       01 WS-QTE-RST             PIC 9(07)V9(03).
       01 WS-QTE-KIT             PIC 9(07)V9(03).

      * Arguments de "majpie" : 0 = ajout, 1 = retrait ; le client 0
      * (mouvement interne, pas de backorder nominatif utile).

       01 WS-NOM-FIC             PIC X(40).
       01 WS-IDF-ASS-EDT         PIC Z(10).
       01 WS-QTE-EDT             PIC Z(06)9.999.
       01 WS-NOM-EDT             PIC X(30).

      * Inscription de la fiche au registre des documents.
                   MOVE 1 TO WS-TYP-CHG
               END-IF

               MOVE PG-QTE-KIT TO WS-QTE-KIT

               CALL "majpie"
                   USING
                   PG-IDF-KIT
                   WS-QTE-KIT
                   WS-TYP-CHG
                   LK-IDF-UTI
                   WS-IDF-CLI
