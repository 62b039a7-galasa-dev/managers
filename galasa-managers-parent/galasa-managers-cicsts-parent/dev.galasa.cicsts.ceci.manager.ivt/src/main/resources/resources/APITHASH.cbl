       IDENTIFICATION DIVISION.
       PROGRAM-ID. APITHASH.
      *----------------------------------------------------------*
      * Change history                                            *
      * ---------------------------------------------------------- *
      * 2026-10-15 One-way hash of a journal before/after value,  *
      *            CALLed by APITMASK when it masks an aged       *
      *            archive value and by APITASRC when it searches *
      *            for one, so the two can never hash a value     *
      *            differently. SHA-256 through the ICSF one-way  *
      *            hash service (CSNBOWH) over the hashing key    *
      *            followed by the value's significant            *
      *            characters, returned as 64 hex characters.     *
      *            Parameters in the APITHSH copybook.            *
      *----------------------------------------------------------*
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    CSNBOWH parameters - binary fullwords, as the service
      *    requires.
       01  WS-SVC-RETURN-CODE         PIC S9(9) COMP VALUE ZERO.
       01  WS-SVC-REASON-CODE         PIC S9(9) COMP VALUE ZERO.
       01  WS-SVC-EXIT-LENGTH         PIC S9(9) COMP VALUE ZERO.
       01  WS-SVC-EXIT-DATA           PIC X(4) VALUE SPACES.
       01  WS-SVC-RULE-COUNT          PIC S9(9) COMP VALUE 2.
       01  WS-SVC-RULE-ARRAY.
           05  FILLER                 PIC X(8) VALUE 'SHA-256 '.
           05  FILLER                 PIC X(8) VALUE 'ONLY    '.
       01  WS-SVC-TEXT-LENGTH         PIC S9(9) COMP VALUE ZERO.
       01  WS-SVC-TEXT                PIC X(132) VALUE SPACES.
       01  WS-SVC-CHAIN-LENGTH        PIC S9(9) COMP VALUE 128.
       01  WS-SVC-CHAIN-VECTOR        PIC X(128) VALUE LOW-VALUES.
       01  WS-SVC-HASH-LENGTH         PIC S9(9) COMP VALUE 32.
       01  WS-SVC-HASH                PIC X(32) VALUE LOW-VALUES.
       01  WS-VALUE-LEN               PIC 9(3) VALUE ZERO.
       01  WS-BYTE-IDX                PIC 9(2) VALUE ZERO.
       01  WS-BYTE-VALUE              PIC 9(3) VALUE ZERO.
       01  WS-HIGH-NIBBLE             PIC 9(2) VALUE ZERO.
       01  WS-LOW-NIBBLE              PIC 9(2) VALUE ZERO.
       01  WS-HEX-DIGITS              PIC X(16)
                                      VALUE '0123456789ABCDEF'.
       LINKAGE SECTION.
           COPY APITHSH.
       PROCEDURE DIVISION USING APIT-HASH-PARMS.
       0000-MAINLINE.
           MOVE SPACES TO HSH-DIGEST.
           MOVE ZERO TO HSH-SERVICE-RC.
           MOVE ZERO TO HSH-SERVICE-REASON.
           PERFORM 1000-MEASURE-VALUE.
           EVALUATE TRUE
               WHEN HSH-KEY = SPACES
                   MOVE '08' TO HSH-RESULT
               WHEN WS-VALUE-LEN = ZERO
                   MOVE '04' TO HSH-RESULT
               WHEN OTHER
                   PERFORM 2000-HASH-VALUE
           END-EVALUATE.
           GOBACK.

       1000-MEASURE-VALUE.
      *    Trailing blanks are the field's padding, not part of the
      *    value - the same value keyed on a search card, padded
      *    to a different width, must hash the same.
           PERFORM VARYING WS-VALUE-LEN FROM 100 BY -1
                   UNTIL WS-VALUE-LEN < 1
                       OR HSH-VALUE(WS-VALUE-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM.

       2000-HASH-VALUE.
      *    The key is hashed in ahead of the value, whole - its
      *    blanks are part of it.
           MOVE SPACES TO WS-SVC-TEXT.
           MOVE HSH-KEY TO WS-SVC-TEXT(1:32).
           MOVE HSH-VALUE(1:WS-VALUE-LEN)
               TO WS-SVC-TEXT(33:WS-VALUE-LEN).
           COMPUTE WS-SVC-TEXT-LENGTH = 32 + WS-VALUE-LEN.
           MOVE LOW-VALUES TO WS-SVC-CHAIN-VECTOR.
           MOVE LOW-VALUES TO WS-SVC-HASH.
           MOVE 32 TO WS-SVC-HASH-LENGTH.
           CALL 'CSNBOWH' USING WS-SVC-RETURN-CODE
                                WS-SVC-REASON-CODE
                                WS-SVC-EXIT-LENGTH
                                WS-SVC-EXIT-DATA
                                WS-SVC-RULE-COUNT
                                WS-SVC-RULE-ARRAY
                                WS-SVC-TEXT-LENGTH
                                WS-SVC-TEXT
                                WS-SVC-CHAIN-LENGTH
                                WS-SVC-CHAIN-VECTOR
                                WS-SVC-HASH-LENGTH
                                WS-SVC-HASH
           END-CALL.
           IF WS-SVC-RETURN-CODE NOT = ZERO
               MOVE '12' TO HSH-RESULT
               MOVE WS-SVC-RETURN-CODE TO HSH-SERVICE-RC
               MOVE WS-SVC-REASON-CODE TO HSH-SERVICE-REASON
           ELSE
               PERFORM 2100-HEX-ONE-BYTE
                   VARYING WS-BYTE-IDX FROM 1 BY 1
                   UNTIL WS-BYTE-IDX > 32
               MOVE '00' TO HSH-RESULT
           END-IF.

       2100-HEX-ONE-BYTE.
           COMPUTE WS-BYTE-VALUE =
               FUNCTION ORD(WS-SVC-HASH(WS-BYTE-IDX:1)) - 1.
           DIVIDE WS-BYTE-VALUE BY 16 GIVING WS-HIGH-NIBBLE
               REMAINDER WS-LOW-NIBBLE.
           MOVE WS-HEX-DIGITS(WS-HIGH-NIBBLE + 1:1)
               TO HSH-DIGEST(WS-BYTE-IDX * 2 - 1:1).
           MOVE WS-HEX-DIGITS(WS-LOW-NIBBLE + 1:1)
               TO HSH-DIGEST(WS-BYTE-IDX * 2:1).
