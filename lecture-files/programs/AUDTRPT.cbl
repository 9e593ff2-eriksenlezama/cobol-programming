      *
       FILE SECTION.
       FD  CUSTAUDT
           RECORD CONTAINS 223 CHARACTERS.
       01  CUSTOMER-AUDIT-REC.
            05  AUD-CODE                   PIC X.
            05  AUD-BEFORE-IMAGE           PIC X(100).
            05  AUD-AFTER-IMAGE            PIC X(100).
            05  AUD-CHANGE-DATE            PIC 9(8).
            05  FILLER                     PIC X(14).
      *
           05  WB-ZIP              PIC X(5).
           05  WB-PHONE            PIC X(10).
           05  FILLER              PIC X(1).
           05  WB-PARENT           PIC X(6).
           05  WB-GROUP-LIMIT      PIC X(9).
           05  FILLER              PIC X(5).
      *
       01  WS-AFTER-FIELDS.
           05  WA-NUMBER           PIC X(6).
           05  WA-ZIP              PIC X(5).
           05  WA-PHONE            PIC X(10).
           05  FILLER              PIC X(1).
           05  WA-PARENT           PIC X(6).
           05  WA-GROUP-LIMIT      PIC X(9).
           05  FILLER              PIC X(5).
      *
       COPY DATETIME.
      *
                   MOVE "CHANGE  " TO THL-CODE-DESC
               WHEN "D"
                   MOVE "DELETE  " TO THL-CODE-DESC
               WHEN "P"
                   MOVE "PARENT  " TO THL-CODE-DESC
               WHEN "G"
                   MOVE "GRP LIM " TO THL-CODE-DESC
               WHEN OTHER
                   MOVE AUD-CODE   TO THL-CODE-DESC
           END-EVALUATE.
               MOVE WA-PHONE     TO FCL-AFTER
               PERFORM 240-PRINT-FIELD-CHANGE
           END-IF.
           IF WB-PARENT NOT = WA-PARENT
               MOVE "PARENT    " TO FCL-FIELD-NAME
               MOVE WB-PARENT    TO FCL-BEFORE
               MOVE WA-PARENT    TO FCL-AFTER
               PERFORM 240-PRINT-FIELD-CHANGE
           END-IF.
           IF WB-GROUP-LIMIT NOT = WA-GROUP-LIMIT
               MOVE "GROUP LIM " TO FCL-FIELD-NAME
               MOVE WB-GROUP-LIMIT TO FCL-BEFORE
               MOVE WA-GROUP-LIMIT TO FCL-AFTER
               PERFORM 240-PRINT-FIELD-CHANGE
           END-IF.
           MOVE SEPARATOR-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
      *
