      * générateur, fichier, numéro de copie - et regénère à la        *
      * demande (action R + identifiant du registre) exactement le     *
      * même document via le programme d'édition d'origine             *
      * ("edtbcmfou", "edtblvcli", "edtarccli", "edtavicsp" ou         *
      * "edtcmppri"). La copie tirée est marquée "DUPLICATA" avec son  *
      * numéro d'ordre (indicateur partagé G-DOC-DUP lu par les        *
      * éditions) et inscrite à son tour au registre : quand un client *
      * conteste un bon de livraison de mars, on reproduit exactement  *
      * ce document. Accessible depuis l'écran de génération           *
      * "ecrgendoc". Les éditions longues de la file d'édition         *
      * ("trtedt" : MRG marge, VPD ventes perdues, BAG balance âgée,   *
      * KDX kardex) y sont inscrites au nom du demandeur, qui les      *
      * ouvre d'ici : l'affichage de la liste les marque vues          *
      * ("majedt") et efface le bandeau "édition prête" des menus.     *
      * Elles ne se regénèrent pas ici mais se redemandent depuis leur *
      * écran.                                                         *
      *                                                                *
      *                           TRIGRAMMES                           *
      * ECR=ECRAN; DOC=DOCUMENT; TYP=TYPE; REF=REFERENCE; FIC=FICHIER; *
      * CPY=COPIE; DUP=DUPLICATA; RGN=REGENERATION; CHX=CHOIX;         *
      * BCL=BOUCLE; AFF=AFFICHAGE; LIN=LIGNE; IDX=INDEX; NTT=ENTETE;   *
      * UND=UNDERSCORE; CND=CONDITION; ERR=ERREUR; NBE=NOMBRE          *
      * D'ENTREES; MAX=MAXIMUM; EDT=EDITION; FIL=FILE.                 *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 WS-ERR-SQL             PIC X(76) VALUE
           "Une erreur est survenue durant la requete".

       01 WS-ERR-FIL             PIC X(76) VALUE
           "Edition de la file d'edition : la redemander depuis son ecra
      -    "n".

       COPY lirret REPLACING ==:PREFIX:== BY ==WS==.
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-RGN==.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-DOC==.
       COPY majret REPLACING ==:PREFIX:== BY ==WS-EDT==.

       COPY ctxerr.

           END-CALL.

           EVALUATE TRUE
      * Les éditions prêtes de la file d'édition sont au registre :
      * vues, le bandeau "édition prête" des menus s'efface.
               WHEN WS-LIR-RET-OK
                   SET WS-MNU-2-VIS TO TRUE
                   CALL "majedt"
                       USING
                       WS-EDT-MAJ-RET
                   END-CALL
               WHEN WS-LIR-RET-VID
                   SET WS-CTX-AFF-ERR TO TRUE
                   MOVE WS-ERR-VID TO WS-MSG-ERR
               EXIT PARAGRAPH
           END-IF.

      * Les éditions de la file d'édition (marge, ventes perdues,
      * balance âgée, kardex) et les tarifs clients se redemandent
      * depuis leur écran : elles portent les données du jour de
      * l'édition, pas un document à reproduire.
           IF WS-FIC-TYP(1) = "MRG" OR WS-FIC-TYP(1) = "VPD"
              OR WS-FIC-TYP(1) = "BAG" OR WS-FIC-TYP(1) = "KDX"
              OR WS-FIC-TYP(1) = "TRF" OR WS-FIC-TYP(1) = "TRC"
               SET WS-CTX-AFF-ERR TO TRUE
               MOVE WS-ERR-FIL TO WS-MSG-ERR
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-NUM-CPY = WS-MAX-CPY + 1.
           MOVE WS-NUM-CPY TO G-DOC-DUP.
           MOVE WS-FIC-REF(1) TO WS-NUM-AVR-RGN.
                       WS-FIC-REF(1)
                       WS-RGN-LIR-RET
                   END-CALL
      * Accuse de reception de commande client.
               WHEN "ARC"
                   CALL "edtarccli"
                       USING
                       WS-FIC-REF(1)
                       WS-RGN-LIR-RET
                   END-CALL
      * Avis d'arrivee d'une commande speciale.
               WHEN "ACS"
                   CALL "edtavicsp"
                       USING
                       WS-FIC-REF(1)
                       WS-RGN-LIR-RET
                   END-CALL
               WHEN "CMP"
                   CALL "edtcmppri"
                       USING
