      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme d'inscription d'une ligne rejetée par un import *
      * ("impcatpie", "impcmdweb", "impasnfou", "impaccfou",           *
      * "imprelbnq", "impregfactor", "impdspfou", "impcycfou",         *
      * "imprepdpx", "impfelfou", "impstafel", "impsuitrn",            *
      * "impdecass") dans la table commune des rejets rejet_import     *
      * (id_rej, source_rej = programme d'import, ligne_rej = ligne    *
      * brute telle que lue, motif_rej, statut_rej : 0 à traiter, 1    *
      * rejouée, 2 écartée, 3 recyclée par son propre circuit ;        *
      * date_rej, commentaire_rej, id_uti_trt et date_trt posés au     *
      * traitement par "majrej"). C'est là que l'atelier des rejets    *
      * ("ecrrej") les reprend : correction des champs puis rejeu de   *
      * la seule ligne par son import, ou mise à l'écart commentée.    *
      * Quand la ligne est elle-même un rejeu de l'atelier             *
      * (G-REJ-RPR), le rejet d'origine G-REJ-IDF reçoit la ligne      *
      * corrigée et le nouveau motif au lieu d'un nouveau rejet, et    *
      * G-REJ-RET passe à 1. Validé par son propre COMMIT, comme       *
      * "ajulog".                                                      *
      *                                                                *
      *                           TRIGRAMMES                           *
      * AJU=AJOUT; REJ=REJET; SRC=SOURCE; LGN=LIGNE; MOT=MOTIF;        *
      * STA=STATUT; IDF=IDENTIFIANT; RPR=REPRISE; RET=RETOUR.          *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ajurej.
       AUTHOR. Benoit.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-REJ             PIC 9(10).
       01 PG-SRC-REJ             PIC X(12).
       01 PG-LGN-REJ             PIC X(300).
       01 PG-MOT-REJ             PIC X(120).
       01 PG-STA-REJ             PIC 9(01).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY utiglb.

       LINKAGE SECTION.
      * Argument d'entrée : la ligne rejetée (source, ligne, motif,
      * statut de départ).
       COPY rejimp REPLACING ==:PREFIX:== BY ==LK==.
      * Argument de sortie.
       COPY ajuret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-REJ,
                                LK-AJU-RET.

           SET LK-AJU-RET-OK TO TRUE.

           MOVE LK-REJ-SRC TO PG-SRC-REJ.
           MOVE LK-REJ-LGN TO PG-LGN-REJ.
           MOVE LK-REJ-MOT TO PG-MOT-REJ.
           MOVE LK-REJ-STA TO PG-STA-REJ.

           IF G-REJ-RPR-OUI
               PERFORM 0200-MAJ-REJ-DEB
                  THRU 0200-MAJ-REJ-FIN
           ELSE
               PERFORM 0100-AJU-REJ-DEB
                  THRU 0100-AJU-REJ-FIN
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Nouveau rejet, daté de l'import.
       0100-AJU-REJ-DEB.

           EXEC SQL
               INSERT INTO rejet_import (source_rej, ligne_rej,
                   motif_rej, statut_rej, date_rej)
               VALUES (:PG-SRC-REJ, :PG-LGN-REJ, :PG-MOT-REJ,
                   :PG-STA-REJ, CURRENT_TIMESTAMP)
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               SET LK-AJU-RET-ERR TO TRUE
           END-IF.

       0100-AJU-REJ-FIN.

      *-----------------------------------------------------------------
      * Ligne rejouée depuis l'atelier et encore rejetée : le rejet
      * d'origine garde sa date, reste à traiter et prend la ligne
      * corrigée et le nouveau motif.
       0200-MAJ-REJ-DEB.

           SET G-REJ-RET-REJ TO TRUE.
           MOVE G-REJ-IDF TO PG-IDF-REJ.

           EXEC SQL
               UPDATE rejet_import
               SET ligne_rej = :PG-LGN-REJ,
                   motif_rej = :PG-MOT-REJ
               WHERE id_rej = :PG-IDF-REJ
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               SET LK-AJU-RET-ERR TO TRUE
           END-IF.

       0200-MAJ-REJ-FIN.
