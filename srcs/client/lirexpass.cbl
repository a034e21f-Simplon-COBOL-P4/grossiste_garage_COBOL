      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de lecture de l'exposition d'un client au       *
      * regard de l'assurance-crédit : encours (solde_cli) plus        *
      * livraisons sortantes encore ouvertes (statut 0, hors retours   *
      * et dépôts-vente, non supprimées, valorisées au prix catalogue  *
      * TTC puisqu'elles ne sont portées à l'encours qu'à leur         *
      * clôture), comparée au montant garanti par l'assureur           *
      * (assur_plf_cli, posé par "majasscli" ou "impdecass"). Rend     *
      * l'encours, les sortantes ouvertes, l'exposition, le montant    *
      * garanti et la part non garantie (exposition au-delà de la      *
      * garantie, 0 sinon). Client inconnu : code VI. Lecture seule ;  *
      * la même règle est appliquée client par client par l'édition    *
      * "edtexpass".                                                   *
      *                                                                *
      *                           TRIGRAMMES                           *
      * LIR=LIRE; EXP=EXPOSITION; ASS=ASSURANCE-CREDIT; CLI=CLIENT;    *
      * SLD=SOLDE (ENCOURS); MNT=MONTANT; OUV=OUVERT; PLF=PLAFOND      *
      * GARANTI; DEP=DEPASSEMENT; IDF=IDENTIFIANT.                     *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. lirexpass.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-CLI             PIC 9(10).
       01 PG-SLD-CLI             PIC S9(08)V99.
       01 PG-MNT-OUV             PIC 9(08)V99.
       01 PG-PLF-ASS             PIC 9(08)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
      * Argument d'entrée : le client.
       01 LK-IDF-CLI             PIC 9(10).
      * Arguments de sortie : encours, livraisons sortantes ouvertes,
      * exposition, montant garanti et part non garantie.
       01 LK-SLD-CLI             PIC S9(08)V99.
       01 LK-MNT-OUV             PIC 9(08)V99.
       01 LK-MNT-EXP             PIC S9(08)V99.
       01 LK-PLF-ASS             PIC 9(08)V99.
       01 LK-MNT-DEP             PIC 9(08)V99.
       COPY lirret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-CLI,
                                LK-SLD-CLI,
                                LK-MNT-OUV,
                                LK-MNT-EXP,
                                LK-PLF-ASS,
                                LK-MNT-DEP,
                                LK-LIR-RET.

           MOVE 0 TO LK-SLD-CLI.
           MOVE 0 TO LK-MNT-OUV.
           MOVE 0 TO LK-MNT-EXP.
           MOVE 0 TO LK-PLF-ASS.
           MOVE 0 TO LK-MNT-DEP.

           MOVE LK-IDF-CLI TO PG-IDF-CLI.

      * Encours et garantie de la fiche, plus les livraisons
      * sortantes encore ouvertes (pas encore portées à l'encours),
      * valorisées au prix catalogue TTC.
           EXEC SQL
               SELECT COALESCE(c.solde_cli, 0),
                      COALESCE(c.assur_plf_cli, 0),
                      COALESCE(
                          (SELECT SUM(lp.qt_liv_pie * p.prix_pie
                                      * (1 + p.taux_tva_pie / 100))
                           FROM livraison l
                               JOIN livraison_piece lp
                                   ON lp.id_liv = l.id_liv
                               JOIN piece p ON p.id_pie = lp.id_pie
                           WHERE l.id_cli = c.id_cli
                             AND l.statut_liv = 0
                             AND l.supprime_le = ''
                             AND COALESCE(l.retour_liv, 0) = 0
                             AND COALESCE(l.csg_liv, 0) = 0), 0)
               INTO :PG-SLD-CLI, :PG-PLF-ASS, :PG-MNT-OUV
               FROM client c
               WHERE c.id_cli = :PG-IDF-CLI
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET LK-LIR-RET-VID TO TRUE
                   EXIT PROGRAM
               WHEN SQLCODE NOT = 0
                   SET LK-LIR-RET-ERR TO TRUE
                   EXIT PROGRAM
           END-EVALUATE.

           MOVE PG-SLD-CLI TO LK-SLD-CLI.
           MOVE PG-MNT-OUV TO LK-MNT-OUV.
           MOVE PG-PLF-ASS TO LK-PLF-ASS.

           COMPUTE LK-MNT-EXP = PG-SLD-CLI + PG-MNT-OUV.

           IF LK-MNT-EXP > PG-PLF-ASS
               COMPUTE LK-MNT-DEP = LK-MNT-EXP - PG-PLF-ASS
           END-IF.

           SET LK-LIR-RET-OK TO TRUE.

           EXIT PROGRAM.
