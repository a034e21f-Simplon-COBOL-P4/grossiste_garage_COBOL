      * honneurs de backorder), dans leur ordre de création, avec la   *
      * date, l'heure, le type, la quantité avant, le solde résultant  *
      * et l'utilisateur à l'origine du mouvement. L'option "E" édite  *
      * le même kardex en version imprimable ("edtkdxpie", mise en     *
      * file d'édition par "ajuedt" : l'écran rend la main et le       *
      * bandeau du menu annonce quand le kardex est prêt au registre   *
      * des documents), pour qu'une investigation d'écart de stock ne  *
      * passe plus par la lecture du detail_log brut dans "leclog".    *
      * Même navigation par numéro de page que "ecrpglog".             *
      *                                                                *
      *                           TRIGRAMMES                           *
      * ECR=ECRAN; KDX=KARDEX; PIE=PIECE; MVT=MOUVEMENT; IDF=ID;       *
      * QTE=QUANTITE; AVT=AVANT; APR=APRES; TYP=TYPE; UTI=UTILISATEUR; *
      * DAT=DATE; HEU=HEURE; PAG=PAGE; NBE=NOMBRE D'ENTREES;           *
      * IDX=INDEX; LIN=LIGNE; CHX=CHOIX; BCL=BOUCLE; AFF=AFFICHAGE;    *
      * NTT=ENTETE; UND=UNDERSCORE; CND=CONDITION; ERR=ERREUR;         *
      * EDT=EDITION; PRG=PROGRAMME; PRM=PARAMETRES; DUP=DOUBLON;       *
      * FIL=FILE.                                                      *
      ******************************************************************

       IDENTIFICATION DIVISION.
           "Aucun mouvement pour cette piece sur cette page".

       01 WS-SUC-EDT             PIC X(76) VALUE
           "Kardex mis en file d'edition : avis au menu quand pret".

       01 WS-ERR-DUP             PIC X(76) VALUE
           "Kardex de cette piece deja en file d'attente".

       01 WS-ERR-FIL             PIC X(76) VALUE
           "Mise en file d'edition impossible".

       01 WS-ERR-SQL             PIC X(76) VALUE
           "Une erreur est survenue durant la requete".

       COPY lirret REPLACING ==:PREFIX:== BY ==WS==.

      * Mise en file de l'édition du kardex ("ajuedt") : la pièce est
      * le paramètre de la demande.
       01 WS-PRG-EDT             PIC X(10) VALUE "edtkdxpie".
       01 WS-PRM-EDT             PIC X(20).
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-EDT==.

       COPY ctxerr.

                       PERFORM 0100-APL-LEC-KDX-DEB
                          THRU 0100-APL-LEC-KDX-FIN
                   WHEN WS-CHX-EDT
      * Edition imprimable du kardex complet de la pièce, mise en
      * file d'édition.
                       PERFORM 0200-APL-EDT-KDX-DEB
                          THRU 0200-APL-EDT-KDX-FIN
                       MOVE SPACE TO WS-CHX
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-PRM-EDT.
           MOVE WS-IDF-PIE TO WS-PRM-EDT(1:10).

           CALL "ajuedt"
               USING
               WS-PRG-EDT
               WS-PRM-EDT
               WS-EDT-AJU-RET
           END-CALL.

           SET WS-CTX-AFF-ERR TO TRUE.
           EVALUATE TRUE
               WHEN WS-EDT-AJU-RET-OK
                   MOVE WS-SUC-EDT TO WS-MSG-ERR
               WHEN WS-EDT-AJU-RET-DUP
                   MOVE WS-ERR-DUP TO WS-MSG-ERR
               WHEN OTHER
                   MOVE WS-ERR-FIL TO WS-MSG-ERR
           END-EVALUATE.
       0200-APL-EDT-KDX-FIN.

      *-----------------------------------------------------------------
