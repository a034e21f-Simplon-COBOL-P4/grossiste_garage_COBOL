      ******************************************************************
      * Programme pour récupérer ligne par ligne les règlements par    *
      * chèque pas encore remis en banque (aucun numéro de remise), du *
      * plus ancien au plus récent, sur le modèle de "fetregcli".      *
      * C'est la liste dans laquelle l'écran du bordereau de remise    *
      * ("ecrbrd") fait cocher les chèques qui partent en banque.      *
      * Seuls les chèques de la société de travail sont proposés.      *
      *                                                                *
      * TRIGRAMMES                                                     *
      * FET=FETCH; REG=REGLEMENT; CHQ=CHEQUE; DAT=DATE; MNT=MONTANT;   *
      * REF=REFERENCE; CLI=CLIENT; NOM=NOM; CUR=CURSEUR; ETA=ETAT;     *
      * OUV=OUVERT; FER=FERME; DEC=DECLARER; ERR=ERREUR; RET=RETOUR;   *
      * IDF=IDENTIFIANT; SOC=SOCIETE.                                  *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01  PG-MNT-REG              PIC 9(10)V99.
       01  PG-REF-REG              PIC X(20).
       01  PG-NOM-CLI              PIC X(50).
      * Société de travail : un bordereau ne porte que ses chèques.
       01  PG-IDF-SOC              PIC 9(02).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
           88 WS-CUR-FER           VALUE 'N'.
           88 WS-CUR-OUV           VALUE 'Y'.

       COPY utiglb.

       LINKAGE SECTION.

      * Arguments de sortie
                       JOIN client c ON c.id_cli = r.id_cli
                   WHERE UPPER(BTRIM(r.mode_reg)) = 'CHEQUE'
                     AND r.num_remise_bnq IS NULL
                     AND COALESCE(r.id_soc, 1) = :PG-IDF-SOC
                   ORDER BY r.date_reg, r.id_reg
               END-EXEC
           END-IF.
      * Ouverture du curseur
       0200-OUV-CUR-DEB.
           IF WS-CUR-FER
               MOVE G-SOC-ID TO PG-IDF-SOC
               IF PG-IDF-SOC = 0
                   MOVE 1 TO PG-IDF-SOC
               END-IF
               EXEC SQL
                   OPEN CUR_CHQ
               END-EXEC
