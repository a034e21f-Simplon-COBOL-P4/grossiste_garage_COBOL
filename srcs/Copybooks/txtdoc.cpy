      ******************************************************************
      *                              ENTETE                            *
      * Textes fixes d'un document client, par numero, tels qu'ils     *
      * circulent entre le programme d'edition (qui y pose d'abord ses *
      * libelles francais par defaut) et "lirtxtdoc" (qui les remplace *
      * par ceux de la table texte_document dans la langue du client). *
      * Chaque programme d'edition en donne une vue nommee par         *
      * REDEFINES, dans l'ordre de sa numerotation.                    *
      * TAB=TABLE; TXT=TEXTE.                                          *
      ******************************************************************
       01 :PREFIX:-TAB-TXT.
           05 :PREFIX:-TXT              PIC X(80) OCCURS 30 TIMES.
