      * quarantaine (retour fournisseur à organiser) et alimente le    *
      * scorecard fournisseur ("edtscofou"). Un contrôle déjà jugé     *
      * ne bouge plus. Journalisé via "ajulog".                        *
      * La libération revient dans le dépôt de la livraison contrôlée  *
      * (livraison.id_entrepot), d'où "trtqc" l'avait retirée.         *
      *                                                                *
      *                           TRIGRAMMES                           *
      * MAJ=MISE A JOUR; QC=CONTROLE QUALITE; CTL=CONTROLE;            *
      * VRD=VERDICT; MTF=MOTIF; QRN=QUARANTAINE; IDF=IDENTIFIANT;      *
      * UTI=UTILISATEUR; STA=STATUT; PIE=PIECE; QTE=QUANTITE;          *
      * ENT=ENTREPOT.                                                  *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 PG-IDF-CTL             PIC 9(10).
       01 PG-STA-CTL             PIC 9(01).
       01 PG-IDF-PIE             PIC 9(10).
       01 PG-QTE-CTL             PIC 9(07)V9(03).
       01 PG-VRD-CTL             PIC 9(01).
       01 PG-MTF-CTL             PIC X(76).
       01 PG-IDF-ENT             PIC 9(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Depot de la liberation transmis a "majqrn".
       01 G-IDF-ENT              PIC 9(10) EXTERNAL.

      * Arguments de "majqrn" : libération vers le disponible.
       01 WS-SNS-QRN             PIC 9(01) VALUE 1.
       01 WS-MTF-QRN             PIC X(50) VALUE
           END-IF.

           EXEC SQL
               SELECT c.statut_ctl, c.id_pie, c.qte_ctl,
                      COALESCE(l.id_entrepot, 0)
               INTO :PG-STA-CTL, :PG-IDF-PIE, :PG-QTE-CTL,
                    :PG-IDF-ENT
               FROM controle_qualite c
                   LEFT JOIN livraison l ON l.id_liv = c.id_liv
               WHERE c.id_ctl = :PG-IDF-CTL
           END-EXEC.

           EVALUATE TRUE
           END-IF.

           IF PG-VRD-CTL = 1
               MOVE PG-IDF-ENT TO G-IDF-ENT
               CALL "majqrn"
                   USING
                   PG-IDF-PIE
