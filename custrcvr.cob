      *>                    of CUSTMNT corrections. Run only with the
      *>                    nightly batch down - the master is
      *>                    rebuilt in place.
      *>   2026-10-15  AL   The base load applies the pay frequency
      *>                    edit the nightly load now makes, so the
      *>                    rebuilt base still matches what it
      *>                    accepted.
       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTRCVR.
       01 BankDetailsSwitch PIC X VALUE "Y".
           88 BankDetailsAreValid VALUE "Y".
           88 BankDetailsAreInvalid VALUE "N".
       01 PayFrequencySwitch PIC X VALUE "Y".
           88 PayFrequencyIsValid VALUE "Y".
           88 PayFrequencyIsInvalid VALUE "N".

      *> Recovery cutoff - ASOF=YYYYMMDDHHMMSS limits the replay to
      *> journal records stamped at or before that moment; no card
                       PERFORM 2150-EDIT-BANK-DETAILS THRU 2150-EXIT
                   END-IF
                   IF DateOfBirthIsValid AND BankDetailsAreValid
                       PERFORM 2160-EDIT-PAY-FREQUENCY
                   END-IF
                   IF DateOfBirthIsValid AND BankDetailsAreValid
                       AND PayFrequencyIsValid
                       MOVE CORRESPONDING Customer
                           TO CustomerIndexRecord
                       WRITE CustomerIndexRecord
       2150-EXIT.
           EXIT.

       2160-EDIT-PAY-FREQUENCY.
           SET PayFrequencyIsValid TO TRUE
           IF NOT PayFrequencyKnown OF Customer
               SET PayFrequencyIsInvalid TO TRUE
           END-IF
           .

      *>----------------------------------------------------------------*
      *>  3000-REPLAY-JOURNAL                                           *
      *>  Replays the change journal against the rebuilt base in       *
