      * c'est le rapprochement ("ctlfacfou", contrôle des lignes       *
      * contre les quantités reçues et les prix du catalogue           *
      * piece_fournisseur) qui la passe "rapprochée, bonne à payer"    *
      * (1) ou la laisse bloquée avec sa liste d'écarts. La TVA        *
      * facturée est saisie avec l'entête : le montant TTC (HT + TVA,  *
      * devise du fournisseur) est porté au solde dû au fournisseur    *
      * (fournisseur.solde_fou), que les paiements ("ajuregfou")       *
      * viennent décrémenter. L'échéance de paiement (date_ech_ffou)   *
      * est calculée et figée dès la saisie par "calech" selon les     *
      * conditions de paiement du fournisseur (cond_pai_fou, 30 jours  *
      * net à défaut). C'est elle que la campagne de virements         *
      * ("genvirfou") et la prévision de trésorerie ("edttreso")       *
      * lisent. L'utilisateur qui saisit la facture est porté sur la   *
      * ligne (id_uti) : le rapport de séparation des tâches "edtsod"  *
      * le confronte au créateur du fournisseur et au valideur de      *
      * l'achat. La facture est portée par la société acheteuse :      *
      * celle de la livraison entrante (id_soc), à défaut la société   *
      * de travail.                                                    *
      *                                                                *
      *                           TRIGRAMMES                           *
      * AJU=AJOUT; FAC=FACTURE; FOU=FOURNISSEUR; LIV=LIVRAISON;        *
      * NUM=NUMERO; DAT=DATE; MNT=MONTANT; HT=HORS TAXE; STA=STATUT;   *
      * IDF=IDENTIFIANT; UTI=UTILISATEUR; CTL=CONTROLE; TVA=TAXE SUR   *
      * LA VALEUR AJOUTEE; ECH=ECHEANCE; TYP=TYPE; TIE=TIERS;          *
      * COD=CODE; CND=CONDITION (DE PAIEMENT); SOC=SOCIETE.            *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 PG-NUM-FAC             PIC X(20).
       01 PG-DAT-FAC             PIC X(10).
       01 PG-MNT-HT              PIC 9(10)V99.
       01 PG-MNT-TVA             PIC 9(10)V99.
       01 PG-DAT-ECH             PIC X(10).
       01 PG-IDF-FAC             PIC 9(10).
       01 PG-IDF-FOU-LIV         PIC 9(10).
       01 PG-NBR-FAC             PIC 9(05).
       01 PG-IDF-UTI             PIC 9(10).
      * Société acheteuse : celle de la livraison entrante, à défaut
      * la société de travail.
       01 PG-IDF-SOC             PIC 9(02).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-TYP-LOG             PIC X(12) VALUE "facfou".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

      * Arguments de l'appel à "calech" (échéance selon les conditions
      * de paiement du fournisseur).
       01 WS-TYP-TIE             PIC X(01) VALUE "F".
       01 WS-COD-CND             PIC X(03).
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-ECH==.

      * Code retour du contrôle de role, fait par "verrol" en tout
      * début de procedure division (0=ajout/modification).
       01 WS-NIV-REQ             PIC 9(01) VALUE 0.
           88 WS-ROL-RET-OK                  VALUE 0.
           88 WS-ROL-RET-REF                 VALUE 1.

       COPY utiglb.

       LINKAGE SECTION.
      * Arguments d'entrée : le fournisseur, la livraison entrante
      * facturée, et l'entête de la facture papier.
       01 LK-NUM-FAC             PIC X(20).
       01 LK-DAT-FAC             PIC X(10).
       01 LK-MNT-HT              PIC 9(10)V99.
       01 LK-MNT-TVA             PIC 9(10)V99.
      * Identifiant de l'utilisateur connecté, pour le log.
       01 LK-IDF-UTI             PIC 9(10).
      * Arguments de sortie.
                                LK-NUM-FAC,
                                LK-DAT-FAC,
                                LK-MNT-HT,
                                LK-MNT-TVA,
                                LK-IDF-UTI,
                                LK-IDF-FAC,
                                LK-AJU-RET.
           MOVE LK-NUM-FAC TO PG-NUM-FAC.
           MOVE LK-DAT-FAC TO PG-DAT-FAC.
           MOVE LK-MNT-HT  TO PG-MNT-HT.
           MOVE LK-MNT-TVA TO PG-MNT-TVA.
           MOVE LK-IDF-UTI TO PG-IDF-UTI.
           MOVE G-SOC-ID   TO PG-IDF-SOC.

           EXEC SQL
               SELECT COALESCE(id_fou, 0)
       0200-CTL-DUP-FIN.

      *-----------------------------------------------------------------
      * Crée l'entête au statut "saisie" (0), échéance figée, porte
      * le TTC au solde dû au fournisseur et journalise.
       0300-CRE-FAC-DEB.

           CALL "calech"
               USING
               WS-TYP-TIE
               PG-IDF-FOU
               PG-DAT-FAC
               PG-DAT-ECH
               WS-COD-CND
               WS-ECH-LIR-RET
           END-CALL.

           IF NOT WS-ECH-LIR-RET-OK
               MOVE PG-DAT-FAC TO PG-DAT-ECH
           END-IF.

           EXEC SQL
               INSERT INTO facture_fournisseur
                   (id_fou, id_liv, num_fac_fou, date_fac_fou,
                    mnt_ht_ffou, mnt_tva_ffou, date_ech_ffou,
                    statut_ffou, id_uti, id_soc)
               VALUES
                   (:PG-IDF-FOU, :PG-IDF-LIV, :PG-NUM-FAC,
                    :PG-DAT-FAC, :PG-MNT-HT, :PG-MNT-TVA,
                    :PG-DAT-ECH,
                    0, NULLIF(:PG-IDF-UTI, 0),
                    COALESCE((SELECT l.id_soc FROM livraison l
                              WHERE l.id_liv = :PG-IDF-LIV),
                             NULLIF(:PG-IDF-SOC, 0), 1))
               RETURNING id_fac_fou INTO :PG-IDF-FAC
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL
                   UPDATE fournisseur
                   SET solde_fou = COALESCE(solde_fou, 0)
                                   + :PG-MNT-HT + :PG-MNT-TVA
                   WHERE id_fou = :PG-IDF-FOU
               END-EXEC
           END-IF.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               MOVE PG-IDF-FAC TO LK-IDF-FAC
