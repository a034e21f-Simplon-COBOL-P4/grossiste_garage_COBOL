      * d'un client : d'abord par la référence quand elle porte un     *
      * numéro de facture, à défaut une remise de chèques en banque    *
      * ("genbrdbnq" : la référence porte le numéro de remise, ou le   *
      * montant égale le total d'une unique remise - les chèques etant *
      * deja des règlements, la ligne est pointée sans rien rebooker), *
      * à défaut par le montant quand un seul client a une unique      *
      * facture ouverte de ce montant exact. Une ligne rapprochée est  *
      * enregistrée comme règlement via "ajureg" (même imputation et   *
      * même décrément de solde_cli que l'écran de saisie manuelle) ;  *
      * une ligne irrattachable part dans un fichier de rejets         *
      * (releve_rejets.txt, sur le modèle de catalogue_rejets.txt)     *
      * pour arbitrage humain, et dans la table commune des rejets     *
      * d'import ("ajurej"), d'où l'atelier "ecrrej" la corrige et la  *
      * fait rejouer seule par ce programme (G-REJ-RPR).               *
      *                                                                *
      *                           TRIGRAMMES                           *
      * IMP=IMPORT; REL=RELEVE; BNQ=BANQUE; CLI=CLIENT; FAC=FACTURE;   *
      * REG=REGLEMENT; MNT=MONTANT; REF=REFERENCE; DAT=DATE;           *
      * REJ=REJET; LCT=LECTURE; ETT=ETAT; NBR=NOMBRE; IDF=IDENTIFIANT; *
      * RST=RESTE; REM=REMISE; RAP=RAPPROCHEMENT; RPR=REPRISE;         *
      * SRC=SOURCE; LGN=LIGNE; MOT=MOTIF; STA=STATUT.                  *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 WS-NBR-REM-PNT         PIC 9(05) VALUE 0.
       01 WS-NBR-REJ             PIC 9(05) VALUE 0.

      * Rejet inscrit dans la table commune des rejets d'import
      * ("ajurej"), repris par l'atelier "ecrrej".
       COPY rejimp REPLACING ==:PREFIX:== BY ==WS==.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-REJ==.

       COPY utiglb.

       PROCEDURE DIVISION.

      * Mouvement rejoue depuis l'atelier des rejets : seule la ligne
      * corrigee est traitee, sans lire le fichier.
           IF G-REJ-RPR-OUI
               PERFORM 0900-RPR-REJ-DEB
                  THRU 0900-RPR-REJ-FIN
               EXIT PROGRAM
           END-IF.

           OPEN INPUT FIC-REL.
           OPEN OUTPUT FIC-REJ.

                  FD-REF-MVT DELIMITED BY SIZE
                  INTO FD-LIG-REJ
           END-STRING.

      * Le mouvement et son motif partent aussi dans la table commune
      * des rejets d'import ("ajurej") ; le fichier de rejets reste
      * alimenté au passage normal, pas au rejeu depuis l'atelier.
           MOVE "imprelbnq" TO WS-REJ-SRC.
           MOVE FD-REC-REL  TO WS-REJ-LGN.
           MOVE FD-LIG-REJ  TO WS-REJ-MOT.
           SET WS-REJ-STA-OUV TO TRUE.

           CALL "ajurej"
               USING
               WS-REJ
               WS-REJ-AJU-RET
           END-CALL.

           IF NOT G-REJ-RPR-OUI
               WRITE FD-LIG-REJ
           END-IF.

           ADD 1 TO WS-NBR-REJ.

       0600-REJ-MVT-FIN.

      *-----------------------------------------------------------------
      * Rejeu d'un mouvement corrigé dans l'atelier des rejets
      * ("ecrrej") : mêmes rapprochements qu'une ligne du relevé.
       0900-RPR-REJ-DEB.

           MOVE G-REJ-LGN TO FD-REC-REL.

           PERFORM 0200-TRT-MVT-DEB
              THRU 0200-TRT-MVT-FIN.

       0900-RPR-REJ-FIN.
