      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme qui horodate le début du traitement d'une       *
      * livraison en cours par l'utilisateur connecté (G-UTI-ID) :     *
      * préparation d'une sortante ("ecrprep", saisie de clôture de    *
      * "ecrmjliv") ou réception d'une entrante ("ecrmjliv", mode scan *
      * "ecrscan"). Chaque ligne non encore confirmée de la livraison  *
      * reçoit l'utilisateur (id_uti_trt) et l'heure de début          *
      * (date_deb_trt) ; l'heure de fin (date_fin_trt) est posée à la  *
      * confirmation de la ligne par "majlivpi" ou "inclivpi". Une     *
      * ligne déjà commencée par le même utilisateur garde son début   *
      * (le mode scan appelle ce programme à chaque coup de            *
      * douchette) ; reprise par un autre utilisateur, elle repart de  *
      * maintenant à son nom. Ces horodatages alimentent le rapport de *
      * productivité du magasin ("edtprdmag").                         *
      *                                                                *
      *                           TRIGRAMMES                           *
      * DEB=DEBUT; TRT=TRAITEMENT; LIV=LIVRAISON; IDF=IDENTIFIANT;     *
      * UTI=UTILISATEUR.                                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. debtrtliv.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-LIV               PIC 9(10).
       01 PG-IDF-UTI               PIC 9(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY utiglb.

      * Code retour du contrôle de role, fait par "verrol" en tout
      * début de procedure division (0=ajout/modification).
       01 WS-NIV-REQ               PIC 9(01) VALUE 0.
       01 WS-ROL-RET               PIC 9(01).
           88 WS-ROL-RET-OK                   VALUE 0.
           88 WS-ROL-RET-REF                  VALUE 1.

       LINKAGE SECTION.
      * Arguments d'entrée.
       01 LK-IDF-LIV               PIC 9(10).
      * Arguments de sortie.
       COPY majret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-LIV,
                                LK-MAJ-RET.

      *    Contrôle de role avant toute écriture en base.
           CALL "verrol" USING WS-NIV-REQ, WS-ROL-RET END-CALL.

           IF WS-ROL-RET-REF
               SET LK-MAJ-RET-ROL-ERR TO TRUE
           ELSE
               PERFORM 0100-DEB-TRT-DEB
                  THRU 0100-DEB-TRT-FIN
           END-IF.

           EXIT PROGRAM.


      ****************************PARAGRAPHES***************************
       0100-DEB-TRT-DEB.

           MOVE LK-IDF-LIV TO PG-IDF-LIV.

      * Traitement sans utilisateur connecté (batch) : pas d'auteur.
           IF G-UTI-ID IS NUMERIC
               MOVE G-UTI-ID TO PG-IDF-UTI
           ELSE
               MOVE 0 TO PG-IDF-UTI
           END-IF.

           EXEC SQL
               UPDATE livraison_piece
               SET id_uti_trt = NULLIF(:PG-IDF-UTI, 0),
                   date_deb_trt = CURRENT_TIMESTAMP
               WHERE id_liv = :PG-IDF-LIV
                 AND date_fin_trt IS NULL
                 AND (date_deb_trt IS NULL
                      OR id_uti_trt IS DISTINCT FROM
                         NULLIF(:PG-IDF-UTI, 0))
           END-EXEC.

      * Aucune ligne à horodater (déjà commencées par le même
      * utilisateur, ou toutes confirmées) n'est pas une erreur.
           IF SQLCODE = 0 OR SQLCODE = 100
               EXEC SQL COMMIT END-EXEC
               SET LK-MAJ-RET-OK TO TRUE
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               SET LK-MAJ-RET-ERR TO TRUE
           END-IF.

       0100-DEB-TRT-FIN.
