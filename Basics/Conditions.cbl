           05  OL-LIBELLE        pic x(10).
           05  OL-MONTANT        pic s9(7)v99
                 sign is trailing separate character.
           05  OL-NUMERO-COMPTE  pic 9(8).
           05  OL-NUMERO-CHEQUE  pic 9(7).
           05  OL-CAISSE         pic x(10).

       WORKING-STORAGE SECTION.

