       01 PG-IDF-CLI             PIC 9(10).
       01 PG-QTE-CTR             PIC 9(10).
       01 PG-QTE-APP             PIC 9(10).
       01 PG-QTE-DEM             PIC 9(07)V9(03).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

