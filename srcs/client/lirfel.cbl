      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de lecture paginée du suivi des factures        *
      * électroniques : pour une facture (LK-TYP "FAC") ou un avoir    *
      * ("AVR") de numéro LK-NUM, rend l'historique de ses statuts     *
      * ("statut_fel_hist" : statut, date, motif, fichier transmis),   *
      * du plus récent au plus ancien, la première ligne étant le      *
      * statut courant ; pour LK-TYP "COR", rend les documents dont le *
      * statut courant est marqué "à corriger" au catalogue "stafel",  *
      * des plus anciens aux plus récents. Le document est cherché, et *
      * la liste dressée, dans la société de la session (G-SOC-ID, 1 à *
      * défaut), chaque société ayant sa numérotation. Même découpage  *
      * page/nombre d'entrées que "lirhch".                            *
      *                                                                *
      *                           TRIGRAMMES                           *
      * LIR=LIRE; FEL=FACTURE ELECTRONIQUE; TYP=TYPE DE DOCUMENT;      *
      * NUM=NUMERO; STA=STATUT; DAT=DATE; MOT=MOTIF; FIC=FICHIER;      *
      * COR=A CORRIGER; LST=LISTE; PTR=POINTEUR; COD=CODE;             *
      * EDT=EDITION; PAG=PAGE; NBE=NOMBRE D'ENTREES; IDX=INDEX;        *
      * CUR=CURSEUR; OFS=OFFSET; SFH=HISTORIQUE DE STATUT;             *
      * IDF=IDENTIFIANT; SOC=SOCIETE.                                  *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. lirfel.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-TYP                 PIC X(03).
       01 PG-NUM                 PIC 9(10).
       01 PG-LST-COR             PIC X(60).
       01 PG-FEL-TYP             PIC X(03).
       01 PG-FEL-NUM             PIC 9(10).
       01 PG-FEL-STA             PIC 9(03).
       01 PG-FEL-DAT             PIC X(10).
       01 PG-FEL-MOT             PIC X(80).
       01 PG-FEL-FIC             PIC X(40).
       01 PG-OFS                 PIC 9(10).
       01 PG-NBE                 PIC 9(02).
       01 PG-IDF-SOC             PIC 9(02).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Catalogue des statuts : les codes marqués "à corriger" sont
      * passés au curseur sous forme de liste "2,210,213".
       COPY stafel.
       77 WS-IDX-STA             PIC 9(02).
       77 WS-PTR-LST             PIC 9(02).
       77 WS-IDX                 PIC 9(02).
       01 WS-COD-EDT             PIC Z(02)9.

       COPY utiglb.

       LINKAGE SECTION.

      * Document demandé : type (FAC, AVR) et numéro, pour son
      * historique de statuts ; type "COR" pour la liste des
      * documents à corriger (numéro ignoré).
       01 LK-TYP                 PIC X(03).
       01 LK-NUM                 PIC 9(10).

       01 LK-TAB-FEL.
           05 LK-FEL             OCCURS 10 TIMES.
               10 LK-FEL-TYP     PIC X(03).
               10 LK-FEL-NUM     PIC 9(10).
               10 LK-FEL-STA     PIC 9(03).
               10 LK-FEL-DAT     PIC X(10).
               10 LK-FEL-MOT     PIC X(80).
               10 LK-FEL-FIC     PIC X(40).

       77 LK-PAG                 PIC 9(10).
       77 LK-NBE                 PIC 9(02).

       COPY lirret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-TYP,
                                LK-NUM,
                                LK-TAB-FEL,
                                LK-PAG,
                                LK-NBE,
                                LK-LIR-RET.

      * Initialisation des variables.
           PERFORM 0100-INI-VAR-DEB
              THRU 0100-INI-VAR-FIN.

      * Déclaration et ouverture du curseur.
           PERFORM 0200-DEC-CUR-DEB
              THRU 0200-DEC-CUR-FIN.

      * Lecture des lignes de la page demandée.
           PERFORM 0300-FET-FEL-DEB
              THRU 0300-FET-FEL-FIN.

      * Fermeture du curseur.
           PERFORM 0400-FER-CUR-DEB
              THRU 0400-FER-CUR-FIN.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

       0100-INI-VAR-DEB.
           MOVE LK-TYP TO PG-TYP.
           MOVE LK-NUM TO PG-NUM.
           MOVE LK-NBE TO PG-NBE.
           COMPUTE PG-OFS EQUAL LK-PAG * LK-NBE.
           MOVE G-SOC-ID TO PG-IDF-SOC.
           IF PG-IDF-SOC = 0
               MOVE 1 TO PG-IDF-SOC
           END-IF.
           MOVE 0 TO WS-IDX.
           MOVE SPACES TO LK-LIR-RET.
           INITIALIZE LK-TAB-FEL.

           MOVE SPACES TO PG-LST-COR.
           MOVE 1 TO WS-PTR-LST.
           PERFORM VARYING WS-IDX-STA FROM 1 BY 1
                   UNTIL WS-IDX-STA > WS-STA-NBE
               IF WS-STA-COR(WS-IDX-STA) = "C"
                   IF WS-PTR-LST > 1
                       STRING "," DELIMITED BY SIZE
                           INTO PG-LST-COR WITH POINTER WS-PTR-LST
                       END-STRING
                   END-IF
                   MOVE WS-STA-COD(WS-IDX-STA) TO WS-COD-EDT
                   STRING FUNCTION TRIM(WS-COD-EDT) DELIMITED BY SIZE
                       INTO PG-LST-COR WITH POINTER WS-PTR-LST
                   END-STRING
               END-IF
           END-PERFORM.
       0100-INI-VAR-FIN.

      *-----------------------------------------------------------------
      * Historique d'un document, du plus récent au plus ancien (la
      * première ligne est le statut courant), ou liste des documents
      * dont le statut courant est à corriger, des plus anciens aux
      * plus récents.
       0200-DEC-CUR-DEB.
           EXEC SQL
               DECLARE CUR_SFH CURSOR FOR
                   SELECT fe.typ_fel, fe.num_doc, h.statut_sfh,
                          TO_CHAR(h.date_sfh, 'YYYY-MM-DD'),
                          COALESCE(h.motif_sfh, ''),
                          COALESCE(fe.nom_fic_fel, '')
                   FROM facture_electronique fe
                       JOIN statut_fel_hist h ON h.id_fel = fe.id_fel
                   WHERE fe.typ_fel = :PG-TYP
                     AND fe.num_doc = :PG-NUM
                     AND COALESCE(fe.id_soc, 1) = :PG-IDF-SOC
                   ORDER BY h.date_sfh DESC, h.id_sfh DESC
                   LIMIT :PG-NBE
                   OFFSET :PG-OFS
           END-EXEC.

           EXEC SQL
               DECLARE CUR_COR CURSOR FOR
                   SELECT fe.typ_fel, fe.num_doc, fe.statut_fel,
                          TO_CHAR(fe.date_sta_fel, 'YYYY-MM-DD'),
                          COALESCE(fe.motif_fel, ''),
                          COALESCE(fe.nom_fic_fel, '')
                   FROM facture_electronique fe
                   WHERE fe.statut_fel = ANY (CAST(
                         STRING_TO_ARRAY(BTRIM(:PG-LST-COR), ',')
                         AS INTEGER[]))
                     AND COALESCE(fe.id_soc, 1) = :PG-IDF-SOC
                   ORDER BY fe.date_sta_fel, fe.typ_fel DESC,
                            fe.num_doc
                   LIMIT :PG-NBE
                   OFFSET :PG-OFS
           END-EXEC.

           IF PG-TYP = "COR"
               EXEC SQL OPEN CUR_COR END-EXEC
           ELSE
               EXEC SQL OPEN CUR_SFH END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               SET LK-LIR-RET-ERR TO TRUE
           END-IF.
       0200-DEC-CUR-FIN.

      *-----------------------------------------------------------------
       0300-FET-FEL-DEB.
           PERFORM UNTIL SQLCODE NOT = 0 OR WS-IDX >= LK-NBE

               IF PG-TYP = "COR"
                   EXEC SQL
                       FETCH CUR_COR
                       INTO :PG-FEL-TYP, :PG-FEL-NUM, :PG-FEL-STA,
                            :PG-FEL-DAT, :PG-FEL-MOT, :PG-FEL-FIC
                   END-EXEC
               ELSE
                   EXEC SQL
                       FETCH CUR_SFH
                       INTO :PG-FEL-TYP, :PG-FEL-NUM, :PG-FEL-STA,
                            :PG-FEL-DAT, :PG-FEL-MOT, :PG-FEL-FIC
                   END-EXEC
               END-IF

               IF SQLCODE = 0
                   ADD 1 TO WS-IDX
                   MOVE PG-FEL-TYP TO LK-FEL-TYP(WS-IDX)
                   MOVE PG-FEL-NUM TO LK-FEL-NUM(WS-IDX)
                   MOVE PG-FEL-STA TO LK-FEL-STA(WS-IDX)
                   MOVE PG-FEL-DAT TO LK-FEL-DAT(WS-IDX)
                   MOVE PG-FEL-MOT TO LK-FEL-MOT(WS-IDX)
                   MOVE PG-FEL-FIC TO LK-FEL-FIC(WS-IDX)
               END-IF
           END-PERFORM.

           MOVE WS-IDX TO LK-NBE.

      * Une erreur d'ouverture du curseur (posee en 0200) ne doit pas
      * etre confondue avec une page vide.
           IF NOT LK-LIR-RET-ERR
               IF WS-IDX = 0
                   SET LK-LIR-RET-VID TO TRUE
               ELSE
                   SET LK-LIR-RET-OK TO TRUE
               END-IF
           END-IF.
       0300-FET-FEL-FIN.

      *-----------------------------------------------------------------
       0400-FER-CUR-DEB.
           IF PG-TYP = "COR"
               EXEC SQL CLOSE CUR_COR END-EXEC
           ELSE
               EXEC SQL CLOSE CUR_SFH END-EXEC
           END-IF.
       0400-FER-CUR-FIN.
