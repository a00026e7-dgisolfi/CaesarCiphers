           05 BI-EFFECTIVE-FROM PIC x(08).
           05 BI-EFFECTIVE-TO PIC x(08).
           05 BI-STATUS PIC x(01).
           05 BI-MULTIPLIER PIC 9(02).
           05 FILLER PIC x(10).
       *> Date being validated - pulled apart so month and day can be
       *> judged, not just "is it numeric"
       01 VAL-DATE PIC x(8).
       01 KW-SCRATCH PIC x(20).
       01 KW-WORK PIC x(20).
       01 KW-LEN PIC 9(2).
       *> An affine multiplier must have an inverse mod 26 or its
       *> traffic can never be deciphered - odd, and not 13
       01 MULT-WORK PIC x(02).
           88 MULT-COPRIME VALUES "01" "03" "05" "07" "09" "11"
                                  "15" "17" "19" "21" "23" "25".
       01 k PIC 9(3).
       *> Run totals for the listing trailer, the audit end line, and
       *> the graded RETURN-CODE
*> the key material that mode demands, a status the vault knows, and a
*> valid, ordered effective window.
ValidateKeyFields.
       MOVE KT-MULTIPLIER TO MULT-WORK.
       IF KT-CIPHER-MODE IS NOT EQUAL TO "C" AND KT-CIPHER-MODE IS NOT EQUAL TO "V"
               AND KT-CIPHER-MODE IS NOT EQUAL TO "A"
           MOVE "N" TO TRAN-OK-SW
           MOVE "cipher mode is not C, V or A" TO TRAN-ERR-TEXT
       ELSE IF KT-CAESAR-MODE AND KT-OFFSET IS NOT NUMERIC
           MOVE "N" TO TRAN-OK-SW
           MOVE "mode C needs a numeric offset" TO TRAN-ERR-TEXT
       ELSE IF KT-AFFINE-MODE AND KT-OFFSET IS NOT NUMERIC
           MOVE "N" TO TRAN-OK-SW
           MOVE "mode A needs a numeric offset" TO TRAN-ERR-TEXT
       ELSE IF KT-AFFINE-MODE AND KT-MULTIPLIER IS NOT NUMERIC
           MOVE "N" TO TRAN-OK-SW
           MOVE "mode A needs a numeric multiplier" TO TRAN-ERR-TEXT
       ELSE IF KT-AFFINE-MODE AND NOT MULT-COPRIME
           *> 2, 13 or any even multiplier folds two letters onto one
           MOVE "N" TO TRAN-OK-SW
           MOVE "multiplier is not coprime with 26" TO TRAN-ERR-TEXT
       ELSE IF KT-VIGENERE-MODE AND KT-KEYWORD IS EQUAL TO SPACES
           *> Exactly the hole that caused the "vault record has no
           *> keyword" rejects - a mode V record must carry its keyword
           MOVE SPACES TO KEY-VAULT-RECORD
           MOVE KT-KEY-ID TO KV-KEY-ID
           MOVE KT-CIPHER-MODE TO KV-CIPHER-MODE
           IF KT-VIGENERE-MODE
               MOVE 0 TO KV-OFFSET
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(KT-KEYWORD)) TO KV-KEYWORD
           ELSE
               MOVE FUNCTION NUMVAL(KT-OFFSET) TO KV-OFFSET
               MOVE SPACES TO KV-KEYWORD
           END-IF
           IF KT-AFFINE-MODE
               MOVE FUNCTION NUMVAL(KT-MULTIPLIER) TO KV-MULTIPLIER
           ELSE
               MOVE 0 TO KV-MULTIPLIER
           END-IF
           MOVE KT-EFFECTIVE-FROM TO KV-EFFECTIVE-FROM
           MOVE KT-EFFECTIVE-TO TO KV-EFFECTIVE-TO
       ELSE
           ADD 1 TO TRAN-APPLIED-COUNT
           PERFORM WriteAfterLine
           *> An affine key's multiplier goes on the trail too - a
           *> change that only moves the multiplier is still a change
           IF KV-AFFINE-MODE
               MOVE FUNCTION CONCATENATE("AUDIT KEYMNT " MNT-RUN-DATE " " MNT-RUN-TIME " action:" KT-ACTION " key-id:" KV-KEY-ID " mode:" KV-CIPHER-MODE " status:" KV-STATUS " effective:" KV-EFFECTIVE-FROM "-" KV-EFFECTIVE-TO " multiplier:" KV-MULTIPLIER) TO AUDIT-RECORD
           ELSE
               MOVE FUNCTION CONCATENATE("AUDIT KEYMNT " MNT-RUN-DATE " " MNT-RUN-TIME " action:" KT-ACTION " key-id:" KV-KEY-ID " mode:" KV-CIPHER-MODE " status:" KV-STATUS " effective:" KV-EFFECTIVE-FROM "-" KV-EFFECTIVE-TO) TO AUDIT-RECORD
           END-IF
           WRITE AUDIT-RECORD
       END-IF.

*> The vault record as it stood before this transaction touched it.
WriteBeforeLine.
       MOVE FUNCTION CONCATENATE("BEFORE action:" KT-ACTION " key-id:" BI-KEY-ID " mode:" BI-CIPHER-MODE " offset:" BI-OFFSET " multiplier:" BI-MULTIPLIER " keyword:" FUNCTION TRIM(BI-KEYWORD) " effective:" BI-EFFECTIVE-FROM "-" BI-EFFECTIVE-TO " status:" BI-STATUS) TO LISTING-RECORD.
       WRITE LISTING-RECORD.

*> And as it stands now that it has.
WriteAfterLine.
       MOVE FUNCTION CONCATENATE("AFTER  action:" KT-ACTION " key-id:" KV-KEY-ID " mode:" KV-CIPHER-MODE " offset:" KV-OFFSET " multiplier:" KV-MULTIPLIER " keyword:" FUNCTION TRIM(KV-KEYWORD) " effective:" KV-EFFECTIVE-FROM "-" KV-EFFECTIVE-TO " status:" KV-STATUS) TO LISTING-RECORD.
       WRITE LISTING-RECORD.
