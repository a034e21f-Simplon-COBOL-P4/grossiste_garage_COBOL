      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de contrôle des rejets d'import : compte dans   *
      * rejet_import (voir "ajurej") les lignes encore à traiter, tous *
      * imports confondus. Sert au bandeau du menu administrateur      *
      * ("ecradm"), comme "verenv" pour la file d'envoi : le compte    *
      * du jour s'y affiche tant que l'atelier des rejets ("ecrrej")   *
      * n'est pas soldé.                                               *
      *                                                                *
      *                           TRIGRAMMES                           *
      * VER=VERIFICATION; REJ=REJET; NBR=NOMBRE; RET=RETOUR.           *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. verrej.
       AUTHOR. Benoit.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-NBR-REJ             PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
      * Nombre de rejets à traiter (0 = rien en attente).
       01 LK-NBR-REJ             PIC 9(05).

       PROCEDURE DIVISION USING LK-NBR-REJ.

           MOVE 0 TO LK-NBR-REJ.

           EXEC SQL
               SELECT COUNT(*)
               INTO :PG-NBR-REJ
               FROM rejet_import
               WHERE statut_rej = 0
           END-EXEC.

           IF SQLCODE = 0
               MOVE PG-NBR-REJ TO LK-NBR-REJ
           END-IF.

           EXIT PROGRAM.
