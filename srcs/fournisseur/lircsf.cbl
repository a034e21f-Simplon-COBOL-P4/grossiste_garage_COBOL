      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de lecture des dépôts fournisseurs (stock       *
      * consigné par un fournisseur dans nos dépôts, table             *
      * consigne_fou) : les pièces en dépôt d'un fournisseur (ou de    *
      * tous si identifiant à zéro), avec la quantité en dépôt, le     *
      * seuil et la cible de réassort ("edtreacsf") et la quantité     *
      * consommée pas encore autofacturée ("genafcfou"). Alimente      *
      * l'écran des dépôts fournisseurs "ecrcsf", sur le modèle de     *
      * "lircsg".                                                      *
      *                                                                *
      *                           TRIGRAMMES                           *
      * LIR=LIRE; CSF=CONSIGNE FOURNISSEUR (DEPOT FOURNISSEUR);        *
      * FOU=FOURNISSEUR; PIE=PIECE; QTE=QUANTITE; SEU=SEUIL;           *
      * CIB=CIBLE; AFC=A FACTURER; NBE=NOMBRE D'ENTREES; IDX=INDEX;    *
      * CUR=CURSEUR; NOM=NOM; FIL=FILTRE.                              *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. lircsf.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-FOU-FIL         PIC 9(10).
       01 PG-IDF-FOU             PIC 9(10).
       01 PG-NOM-FOU             PIC X(50).
       01 PG-IDF-PIE             PIC 9(10).
       01 PG-NOM-PIE             PIC X(50).
       01 PG-QTE-CSF             PIC 9(10).
       01 PG-SEU-CSF             PIC 9(10).
       01 PG-CIB-CSF             PIC 9(10).
       01 PG-QTE-AFC             PIC 9(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Dépôts fournisseurs, du fournisseur demandé ou de tous, avec
      * la quantité consommée pas encore autofacturée.
       EXEC SQL
           DECLARE CUR-CSF CURSOR FOR
               SELECT cf.id_fou, f.nom_fou, cf.id_pie, p.nom_pie,
                      cf.qte_csf, COALESCE(cf.seuil_csf, 0),
                      COALESCE(cf.cible_csf, 0),
                      COALESCE(
                          (SELECT SUM(c.qte_cns)
                           FROM consigne_fou_conso c
                           WHERE c.id_fou = cf.id_fou
                             AND c.id_pie = cf.id_pie
                             AND c.id_fac_fou IS NULL), 0)
               FROM consigne_fou cf
                   JOIN fournisseur f ON f.id_fou = cf.id_fou
                   JOIN piece p ON p.id_pie = cf.id_pie
               WHERE (:PG-IDF-FOU-FIL = 0
                      OR cf.id_fou = :PG-IDF-FOU-FIL)
               ORDER BY cf.id_fou, cf.id_pie
               FOR READ ONLY
       END-EXEC.

       77 WS-IDX                 PIC 9(02).

       LINKAGE SECTION.
      * Argument d'entrée : fournisseur (0 = tous).
       01 LK-IDF-FOU             PIC 9(10).

       01 LK-TAB-CSF.
           05 LK-CSF             OCCURS 12 TIMES.
               10 LK-CSF-FOU     PIC 9(10).
               10 LK-CSF-NOM-FOU PIC X(20).
               10 LK-CSF-PIE     PIC 9(10).
               10 LK-CSF-NOM-PIE PIC X(20).
               10 LK-CSF-QTE     PIC 9(10).
               10 LK-CSF-SEU     PIC 9(10).
               10 LK-CSF-CIB     PIC 9(10).
               10 LK-CSF-AFC     PIC 9(10).

       77 LK-NBE                 PIC 9(02).

       COPY lirret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-FOU,
                                LK-TAB-CSF,
                                LK-NBE,
                                LK-LIR-RET.

           MOVE 0 TO WS-IDX.
           INITIALIZE LK-TAB-CSF.
           MOVE LK-IDF-FOU TO PG-IDF-FOU-FIL.

           EXEC SQL OPEN CUR-CSF END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-LIR-RET-ERR TO TRUE
           END-IF.

           PERFORM UNTIL SQLCODE NOT = 0 OR WS-IDX >= LK-NBE

               EXEC SQL
                   FETCH CUR-CSF
                   INTO :PG-IDF-FOU, :PG-NOM-FOU, :PG-IDF-PIE,
                        :PG-NOM-PIE, :PG-QTE-CSF, :PG-SEU-CSF,
                        :PG-CIB-CSF, :PG-QTE-AFC
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-IDX
                   MOVE PG-IDF-FOU TO LK-CSF-FOU(WS-IDX)
                   MOVE PG-NOM-FOU TO LK-CSF-NOM-FOU(WS-IDX)
                   MOVE PG-IDF-PIE TO LK-CSF-PIE(WS-IDX)
                   MOVE PG-NOM-PIE TO LK-CSF-NOM-PIE(WS-IDX)
                   MOVE PG-QTE-CSF TO LK-CSF-QTE(WS-IDX)
                   MOVE PG-SEU-CSF TO LK-CSF-SEU(WS-IDX)
                   MOVE PG-CIB-CSF TO LK-CSF-CIB(WS-IDX)
                   MOVE PG-QTE-AFC TO LK-CSF-AFC(WS-IDX)
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-CSF END-EXEC.

           MOVE WS-IDX TO LK-NBE.

           IF NOT LK-LIR-RET-ERR
               IF WS-IDX = 0
                   SET LK-LIR-RET-VID TO TRUE
               ELSE
                   SET LK-LIR-RET-OK TO TRUE
               END-IF
           END-IF.

           EXIT PROGRAM.
