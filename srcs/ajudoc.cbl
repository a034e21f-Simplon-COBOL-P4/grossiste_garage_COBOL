      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme d'inscription au registre des documents générés *
      * (table "document_genere") : chaque document texte produit par  *
      * "edtbcmfou", "edtblvcli", "edtarccli" (accusé de réception de  *
      * commande, type ARC), "edtavicsp" (avis d'arrivée de commande   *
      * spéciale, type ACS) ou "edtcmppri" y est enregistré avec son   *
      * type, l'identifiant de la livraison, de la pièce ou de la      *
      * commande spéciale concernée, l'utilisateur générateur, le nom  *
      * du fichier et le numéro de copie (0 = original, ensuite numéro *
      * de duplicata). C'est ce registre que l'écran "ecrdoc" parcourt *
      * pour retrouver et regénérer un document des mois plus tard.    *
      *                                                                *
      *                           TRIGRAMMES                           *
      * AJU=AJOUT; DOC=DOCUMENT; TYP=TYPE; REF=REFERENCE; FIC=FICHIER; *
      * CPY=COPIE; UTI=UTILISATEUR; IDF=IDENTIFIANT.                   *
      ******************************************************************

       IDENTIFICATION DIVISION.
