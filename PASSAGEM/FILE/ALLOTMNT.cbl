
       01 WS-SEARCH-KEY.
           05 WS-SEARCH-FLIGHT  PIC X(6).
           05 WS-SEARCH-DATE    PIC X(8).
           05 WS-SEARCH-CLASS   PIC X(1).
           05 WS-SEARCH-CHANNEL PIC X(3).
       01 WS-FOUND-CODE         PIC X(1) VALUE 'N'.
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Data do voo (AAAAMMDD):"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-SEARCH-DATE

           DISPLAY "Classe (E/J/P):"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-SEARCH-CLASS
           ACCEPT WS-SEARCH-CHANNEL

           MOVE WS-SEARCH-FLIGHT  TO AL-FLIGHT-NUMBER
           MOVE WS-SEARCH-DATE    TO AL-FLIGHT-DATE
           MOVE WS-SEARCH-CLASS   TO AL-SEAT-CLASS
           MOVE WS-SEARCH-CHANNEL TO AL-CHANNEL-CODE
           READ ALLOTMENT-FILE
           MOVE AL-SEATS-USED TO WS-DISP-USED
           MOVE AL-BLOCK-SIZE TO WS-DISP-BLOCK
           DISPLAY "Bloco do voo " AL-FLIGHT-NUMBER
                   " de " AL-FLIGHT-DATE
                   " classe " AL-SEAT-CLASS
                   " canal " AL-CHANNEL-CODE
           DISPLAY "Lugares " WS-DISP-BLOCK
           END-IF

           MOVE WS-SEARCH-FLIGHT TO SI-FLIGHT-NUMBER
           MOVE WS-SEARCH-DATE   TO SI-FLIGHT-DATE
           MOVE WS-SEARCH-CLASS  TO SI-SEAT-CLASS
           READ SEAT-INVENTORY-FILE
               INVALID KEY
           END-REWRITE

           MOVE WS-SEARCH-FLIGHT  TO AL-FLIGHT-NUMBER
           MOVE WS-SEARCH-DATE    TO AL-FLIGHT-DATE
           MOVE WS-SEARCH-CLASS   TO AL-SEAT-CLASS
           MOVE WS-SEARCH-CHANNEL TO AL-CHANNEL-CODE
           MOVE WS-NEW-BLOCK      TO AL-BLOCK-SIZE
       4000-WRITE-ALLOT-AUDIT.
           MOVE ZERO              TO AT-TICKET
           MOVE AL-FLIGHT-NUMBER  TO AT-FLIGHT-NUMBER
           MOVE AL-FLIGHT-DATE    TO AT-FLIGHT-DATE
           MOVE 'ALLOT'           TO AT-TXN-TYPE
           MOVE WS-RUN-DATE       TO AT-RUN-DATE
           MOVE WS-RUN-TIME       TO AT-RUN-TIME
                  ' LUGARES ' DELIMITED BY SIZE
                  AL-BLOCK-SIZE DELIMITED BY SIZE
                  INTO AT-DETAIL
           MOVE SPACES TO AT-SEAL
           WRITE AUDIT-TRAIL-RECORD.

      ******************************************************************
               AL-BLOCK-SIZE - AL-SEATS-USED

           MOVE AL-FLIGHT-NUMBER TO SI-FLIGHT-NUMBER
           MOVE AL-FLIGHT-DATE   TO SI-FLIGHT-DATE
           MOVE AL-SEAT-CLASS    TO SI-SEAT-CLASS
           READ SEAT-INVENTORY-FILE
               INVALID KEY

           MOVE ZERO             TO AT-TICKET
           MOVE AL-FLIGHT-NUMBER TO AT-FLIGHT-NUMBER
           MOVE AL-FLIGHT-DATE   TO AT-FLIGHT-DATE
           MOVE 'ALLREL'         TO AT-TXN-TYPE
           MOVE WS-RUN-DATE      TO AT-RUN-DATE
           MOVE WS-RUN-TIME      TO AT-RUN-TIME
                  WS-RELEASE-REMAINDER DELIMITED BY SIZE
                  ' LUGAR(ES)' DELIMITED BY SIZE
                  INTO AT-DETAIL
           MOVE SPACES TO AT-SEAL
           WRITE AUDIT-TRAIL-RECORD.

       9000-CLOSE-FILES.
