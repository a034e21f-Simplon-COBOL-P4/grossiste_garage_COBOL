      *  base, par les programmes "aju*"/"maj*"/"sup*" de la famille   *
      *  pour que le controle de role soit fait au niveau des donnees  *
      *  et non plus seulement au niveau de la visibilite des menus.   *
      *  Le controle porte sur la fonction en cours (G-FCT-ACT, posee  *
      *  par le menu) dans la matrice des droits du role ("verfct") :  *
      *  MAJ demande le niveau 1 sur la fonction, ADM le niveau 2.     *
      *  Hors menu (fonction a blanc), il suffit que le role ait ce    *
      *  niveau sur une fonction quelconque.                           *
      *                                                                *
      *                           TRIGRAMMES                           *
      *  VER=VERIFICATION; ROL=ROLE; NIV=NIVEAU; REQ=REQUIS; RET=RETOUR*
      *  MAJ=MISE A JOUR/AJOUT; ADM=ADMIN; REF=REFUSE; FCT=FONCTION    *
      ******************************************************************

       IDENTIFICATION DIVISION.

       COPY utiglb.

      * Niveau demandé à "verfct" (niveau requis + 1) et son retour.
       01 WS-NIV-FCT              PIC 9(01).
       01 WS-FCT-RET              PIC 9(01).
           88 WS-FCT-RET-OK                  VALUE 0.

       LINKAGE SECTION.
      * Arguments d'entrée.
      * Niveau de role minimal requis pour l'opération demandée :
      * MAJ (ajout/modification) demande le droit de mise à jour sur
      * la fonction en cours, ADM (suppression) le droit de
      * suppression / administration.
       01 LK-NIV-REQ              PIC 9(01).
           88 LK-NIV-REQ-MAJ                 VALUE 0.
           88 LK-NIV-REQ-ADM                 VALUE 1.

           EXIT PROGRAM.

      * Paragraphe qui compare les droits du role de l'utilisateur
      * connecté sur la fonction en cours au niveau requis pour
      * l'opération demandée (ADMIN : toujours autorisé).
       0100-VER-ROL-DEB.
           COMPUTE WS-NIV-FCT = LK-NIV-REQ + 1.

           CALL "verfct"
               USING
               G-FCT-ACT
               WS-NIV-FCT
               WS-FCT-RET
           END-CALL.

           IF WS-FCT-RET-OK
               SET LK-ROL-RET-OK  TO TRUE
           ELSE
               SET LK-ROL-RET-REF TO TRUE
           END-IF.
       0100-VER-ROL-FIN.
