      ******************************************************************
      *                             ENTÊTE                             *
      *  Programme qui ajoute une livraison à la BDD.                  *
      *  Elle est rattachée à la société de son entrepôt, à défaut à   *
      *  la société de travail de l'utilisateur (colonne id_soc).      *
      *                                                                *
      *                           TRIGRAMMES                           *
      * AJU=AJOUT; LIV=LIVRAISON; STA=statut; DAT=date; TYP=type;      *
      * IDN=identifiant; INI=initialisation; VAR=variable;             *
      * DTL=détail; LG=log; UTI=UTILISATEUR; ENT=entrante;             *
      * SOR=sortante; CRS=cours; SOC=societe                           *
      ******************************************************************
       
       IDENTIFICATION DIVISION.
      * (TRF), sans objet (0) pour les autres types.
       01 PG-IDF-ENT                    PIC 9(10).
       01 PG-IDF-ENT-DST                PIC 9(10).
      * Societe de travail de l'utilisateur connecte (G-SOC-ID).
       01 PG-IDF-SOC                    PIC 9(02).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

           88 WS-ROL-RET-OK                        VALUE 0.
           88 WS-ROL-RET-REF                       VALUE 1.

       COPY utiglb.

OCESQL 01  SQL-QRY.
OCESQL     02  FILLER      PIC X(30) VALUE
OCESQL         "INSERT INTO livraison(date_deb".
                   EXEC SQL COMMIT END-EXEC
                   PERFORM 0350-TAU-CHG-DEB
                      THRU 0350-TAU-CHG-FIN
                   PERFORM 0360-SOC-LIV-DEB
                      THRU 0360-SOC-LIV-FIN
                   PERFORM 0300-LG-DEB
                      THRU 0300-LG-FIN
                   MOVE PG-IDF-LIV TO LK-IDF-LIV
           EVALUATE SQLCODE
               WHEN 0
                   EXEC SQL COMMIT END-EXEC
                   PERFORM 0360-SOC-LIV-DEB
                      THRU 0360-SOC-LIV-FIN
                   PERFORM 0300-LG-DEB
                      THRU 0300-LG-FIN
                   MOVE PG-IDF-LIV TO LK-IDF-LIV

       0350-TAU-CHG-FIN.

      * Rattache la livraison a la societe de son entrepot (un
      * entrepot appartient a une seule societe), a defaut a la
      * societe de travail de l'utilisateur connecte (1 a defaut).
       0360-SOC-LIV-DEB.

           MOVE G-SOC-ID TO PG-IDF-SOC.

           EXEC SQL
               UPDATE livraison
               SET id_soc = COALESCE(
                   (SELECT e.id_soc
                    FROM entrepot e
                    WHERE e.id_entrepot = livraison.id_entrepot),
                   NULLIF(:PG-IDF-SOC, 0), 1)
               WHERE id_liv = :PG-IDF-LIV
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
           ELSE
               EXEC SQL ROLLBACK END-EXEC
           END-IF.

       0360-SOC-LIV-FIN.

       0300-LG-DEB.
           MOVE "ajout d'une livraison" TO WS-DTL-LG.
           MOVE "utilisateur" TO WS-TYP-LG.
