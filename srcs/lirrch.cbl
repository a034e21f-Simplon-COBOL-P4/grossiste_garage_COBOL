      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de la recherche universelle (écran "ecrrch") :  *
      * à partir d'un fragment de texte ou d'un nombre, rend les       *
      * pièces (nom, ID), clients et fournisseurs (nom, ville, e-mail, *
      * téléphone, ID), livraisons (ID, numéro de suivi transporteur), *
      * factures (numéro ou ID) et devis (ID) qui y répondent, avec un *
      * libellé et un détail d'affichage, dans l'ordre pièces,         *
      * clients, fournisseurs, livraisons, factures, devis. Un filtre  *
      * de type restreint la recherche à une seule famille. Les        *
      * pièces, clients, fournisseurs et livraisons supprimés ou       *
      * archivés (supprime_le) ne sortent pas.                         *
      *                                                                *
      *                           TRIGRAMMES                           *
      * LIR=LIRE; RCH=RECHERCHE; FRG=FRAGMENT; TYP=TYPE; FIL=FILTRE;   *
      * IDF=IDENTIFIANT; LIB=LIBELLE; DTL=DETAIL; CUR=CURSEUR;         *
      * NBE=NOMBRE D'ENTREES; IDX=INDEX.                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. lirrch.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-FRG                 PIC X(30).
       01 PG-TYP-FIL             PIC X(03).
       01 PG-TYP                 PIC X(03).
       01 PG-IDF                 PIC 9(10).
       01 PG-LIB                 PIC X(30).
       01 PG-DTL                 PIC X(30).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Un seul curseur pour tous les types : une ligne ne sort
      * que si le filtre de type est vide ou le désigne. Le fragment
      * se cherche en majuscules n'importe où dans les noms, villes,
      * e-mails, téléphones et numéros de suivi ; les identifiants et
      * numéros de facture se comparent exactement.
       EXEC SQL
           DECLARE CUR-RCH CURSOR FOR
               SELECT r.typ, r.idf, r.lib, r.dtl
               FROM (
                   SELECT 'PIE' AS typ, 1 AS ord, p.id_pie AS idf,
                          CAST(p.nom_pie AS VARCHAR(30)) AS lib,
                          CAST('' AS VARCHAR(30)) AS dtl
                   FROM piece p
                   WHERE p.supprime_le = ''
                     AND (UPPER(p.nom_pie)
                              LIKE '%' || UPPER(BTRIM(:PG-FRG)) || '%'
                          OR CAST(p.id_pie AS VARCHAR)
                              = BTRIM(:PG-FRG))
                 UNION ALL
                   SELECT 'CLI', 2, c.id_cli,
                          CAST(c.nom_cli AS VARCHAR(30)),
                          CAST(c.ville_cli AS VARCHAR(30))
                   FROM client c
                   WHERE c.supprime_le = ''
                     AND (UPPER(c.nom_cli)
                              LIKE '%' || UPPER(BTRIM(:PG-FRG)) || '%'
                          OR UPPER(c.ville_cli)
                              LIKE '%' || UPPER(BTRIM(:PG-FRG)) || '%'
                          OR UPPER(c.mail_cli)
                              LIKE '%' || UPPER(BTRIM(:PG-FRG)) || '%'
                          OR CAST(c.tel_cli AS VARCHAR)
                              LIKE '%' || BTRIM(:PG-FRG) || '%'
                          OR CAST(c.id_cli AS VARCHAR)
                              = BTRIM(:PG-FRG))
                 UNION ALL
                   SELECT 'FOU', 3, f.id_fou,
                          CAST(f.nom_fou AS VARCHAR(30)),
                          CAST(f.ville_fou AS VARCHAR(30))
                   FROM fournisseur f
                   WHERE f.supprime_le = ''
                     AND (UPPER(f.nom_fou)
                              LIKE '%' || UPPER(BTRIM(:PG-FRG)) || '%'
                          OR UPPER(f.ville_fou)
                              LIKE '%' || UPPER(BTRIM(:PG-FRG)) || '%'
                          OR UPPER(f.mail_fou)
                              LIKE '%' || UPPER(BTRIM(:PG-FRG)) || '%'
                          OR CAST(f.tel_fou AS VARCHAR)
                              LIKE '%' || BTRIM(:PG-FRG) || '%'
                          OR CAST(f.id_fou AS VARCHAR) = BTRIM(:PG-FRG))
                 UNION ALL
                   SELECT 'LIV', 4, l.id_liv,
                          CAST(COALESCE(c.nom_cli, f.nom_fou, '')
                               AS VARCHAR(30)),
                          CAST(COALESCE(l.num_suivi_liv, '')
                               AS VARCHAR(30))
                   FROM livraison l
                       LEFT JOIN client c ON c.id_cli = l.id_cli
                       LEFT JOIN fournisseur f ON f.id_fou = l.id_fou
                   WHERE l.supprime_le = ''
                     AND (CAST(l.id_liv AS VARCHAR) = BTRIM(:PG-FRG)
                          OR UPPER(COALESCE(l.num_suivi_liv, ''))
                              LIKE '%' || UPPER(BTRIM(:PG-FRG)) || '%')
                 UNION ALL
                   SELECT 'FAC', 5, fa.id_fac,
                          CAST(c.nom_cli AS VARCHAR(30)),
                          CAST('n. ' || CAST(fa.num_fac AS VARCHAR)
                               || ' du ' || CAST(fa.date_fac AS VARCHAR)
                               AS VARCHAR(30))
                   FROM facture fa
                       JOIN client c ON c.id_cli = fa.id_cli
                   WHERE CAST(fa.num_fac AS VARCHAR) = BTRIM(:PG-FRG)
                      OR CAST(fa.id_fac AS VARCHAR) = BTRIM(:PG-FRG)
                 UNION ALL
                   SELECT 'DEV', 6, d.id_dev,
                          CAST(c.nom_cli AS VARCHAR(30)),
                          CAST('du ' || CAST(d.date_dev AS VARCHAR)
                               AS VARCHAR(30))
                   FROM devis d
                       JOIN client c ON c.id_cli = d.id_cli
                   WHERE CAST(d.id_dev AS VARCHAR) = BTRIM(:PG-FRG)
               ) r
               WHERE BTRIM(:PG-TYP-FIL) = ''
                  OR r.typ = UPPER(BTRIM(:PG-TYP-FIL))
               ORDER BY r.ord, r.lib, r.idf
               FOR READ ONLY
       END-EXEC.

       77 WS-IDX                 PIC 9(02).

       LINKAGE SECTION.
      * Fragment cherché (texte ou nombre) et filtre de type (PIE,
      * CLI, FOU, LIV, FAC, DEV ; vide = tous).
       01 LK-FRG                 PIC X(30).
       01 LK-TYP-FIL             PIC X(03).

       01 LK-TAB-RCH.
           05 LK-RCH             OCCURS 12 TIMES.
               10 LK-RCH-TYP     PIC X(03).
               10 LK-RCH-IDF     PIC 9(10).
               10 LK-RCH-LIB     PIC X(30).
               10 LK-RCH-DTL     PIC X(30).

       77 LK-NBE                 PIC 9(02).

       COPY lirret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-FRG,
                                LK-TYP-FIL,
                                LK-TAB-RCH,
                                LK-NBE,
                                LK-LIR-RET.

           MOVE 0 TO WS-IDX.
           INITIALIZE LK-TAB-RCH.

           IF LK-FRG NOT = SPACES
               PERFORM 0100-LIR-RCH-DEB
                  THRU 0100-LIR-RCH-FIN
           END-IF.

           MOVE WS-IDX TO LK-NBE.

           IF NOT LK-LIR-RET-ERR
               IF WS-IDX = 0
                   SET LK-LIR-RET-VID TO TRUE
               ELSE
                   SET LK-LIR-RET-OK TO TRUE
               END-IF
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

       0100-LIR-RCH-DEB.

           MOVE LK-FRG TO PG-FRG.
           MOVE LK-TYP-FIL TO PG-TYP-FIL.

           EXEC SQL OPEN CUR-RCH END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-LIR-RET-ERR TO TRUE
           END-IF.

           PERFORM UNTIL SQLCODE NOT = 0 OR WS-IDX >= LK-NBE

               EXEC SQL
                   FETCH CUR-RCH
                   INTO :PG-TYP, :PG-IDF, :PG-LIB, :PG-DTL
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-IDX
                   MOVE PG-TYP TO LK-RCH-TYP(WS-IDX)
                   MOVE PG-IDF TO LK-RCH-IDF(WS-IDX)
                   MOVE PG-LIB TO LK-RCH-LIB(WS-IDX)
                   MOVE PG-DTL TO LK-RCH-DTL(WS-IDX)
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-RCH END-EXEC.

       0100-LIR-RCH-FIN.
