      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de calcul de la clé d'un compteur de            *
      * numérotation légale (table compteur) pour une société : chaque *
      * société a sa propre séquence sans trou. La société historique  *
      * (1) garde les clés d'origine ("facture", "avoir") ; une autre  *
      * société N prend la clé suffixée "_NN" ("facture_02"). Appelé   *
      * avant chaque prise de numéro, et par les éditions et exports   *
      * par société pour nommer leurs fichiers de la même façon        *
      * ("balance_agee_02").                                           *
      *                                                                *
      *                           TRIGRAMMES                           *
      * CAL=CALCUL; NOM=NOM; CPT=COMPTEUR; BAS=BASE; SOC=SOCIETE;      *
      * IDF=IDENTIFIANT.                                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. calnomcpt.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 WS-IDF-SOC             PIC 9(02).

       LINKAGE SECTION.
      * Arguments d'entrée : le nom de base du compteur ("facture",
      * "avoir", ou nom de fichier sans extension) et la société
      * (0 = société 1).
       01 LK-NOM-BAS             PIC X(20).
       01 LK-IDF-SOC             PIC 9(02).
      * Argument de sortie : la clé nom_cpt de la table compteur.
       01 LK-NOM-CPT             PIC X(20).

       PROCEDURE DIVISION USING LK-NOM-BAS,
                                LK-IDF-SOC,
                                LK-NOM-CPT.

           IF LK-IDF-SOC NOT NUMERIC OR LK-IDF-SOC = 0
               MOVE 1 TO WS-IDF-SOC
           ELSE
               MOVE LK-IDF-SOC TO WS-IDF-SOC
           END-IF.

      * La société historique garde ses compteurs d'origine, sans
      * suffixe : sa séquence continue sans rupture.
           MOVE SPACES TO LK-NOM-CPT.

           IF WS-IDF-SOC = 1
               MOVE LK-NOM-BAS TO LK-NOM-CPT
           ELSE
               STRING FUNCTION TRIM(LK-NOM-BAS) DELIMITED BY SIZE
                      "_" DELIMITED BY SIZE
                      WS-IDF-SOC DELIMITED BY SIZE
                      INTO LK-NOM-CPT
               END-STRING
           END-IF.

           EXIT PROGRAM.
