               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTZN-ID
               ALTERNATE RECORD KEY IS CTZN-LOCATION-CODE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CTZN-BIRTH-DATE
                   WITH DUPLICATES
               FILE STATUS IS NewCitizenStatus.

       DATA DIVISION.
