      *>                    any error keeps the nightly payroll from
      *>                    paying everyone wrong off a typo in a
      *>                    bracket floor.
      *>   2026-10-15  AL   "P" premium cards - the pay multiplier
      *>                    for each hours type (O overtime, H
      *>                    holiday, S shift premium, R regular).
      *>                    The hours type must be one of those four
      *>                    and the multiplier numeric and above
      *>                    zero; the register shows each card.
       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATESEDT.
           05 RateRecordType PIC X(01).
               88 TaxBracketCard VALUE "T".
               88 VoluntaryCard VALUE "V".
               88 PremiumCard VALUE "P".
           05 RateRecordBody.
               10 TaxBracketFloor PIC 9(06)V99.
               10 TaxBracketRate PIC V999.
               10 FILLER PIC X(19).
           05 VoluntaryCardBody REDEFINES RateRecordBody.
               10 VolCardIdent PIC 9(05).
               10 VolCardCode PIC X(04).
               10 VolCardDescription PIC X(15).
               10 VolCardAmount PIC 9(04)V99.
           05 PremiumCardBody REDEFINES RateRecordBody.
               10 PremCardHoursType PIC X(01).
                   88 PremCardTypeValid VALUES "R" "O" "H" "S".
               10 PremCardMultiplier PIC 9(01)V999.
               10 PremCardDescription PIC X(15).
               10 FILLER PIC X(10).
           05 RateEffectiveDate PIC 9(08).
           05 VolCardGoal PIC 9(06)V99.

                       PERFORM 2300-EDIT-TAX-CARD
                   WHEN VoluntaryCard
                       PERFORM 2400-EDIT-VOLUNTARY-CARD
                   WHEN PremiumCard
                       PERFORM 2600-EDIT-PREMIUM-CARD
                   WHEN OTHER
                       SET CardIsInvalid TO TRUE
                       MOVE "UNKNOWN CARD TYPE" TO CardErrorText
                       " " DELIMITED BY SIZE
                       AmountDisplay DELIMITED BY SIZE
                       INTO RatesRegisterLine
               WHEN PremiumCard AND CardIsValid
                   MOVE PremCardMultiplier TO RateDisplay
                   STRING "P EFF " DELIMITED BY SIZE
                       RateDateWork DELIMITED BY SIZE
                       "  TYPE " DELIMITED BY SIZE
                       PremCardHoursType DELIMITED BY SIZE
                       "  MULT " DELIMITED BY SIZE
                       RateDisplay DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PremCardDescription DELIMITED BY SIZE
                       INTO RatesRegisterLine
               WHEN OTHER
                   STRING RateRecordType DELIMITED BY SIZE
                       " *** ERROR " DELIMITED BY SIZE
           WRITE RatesRegisterLine
           .

      *>  A premium multiplier is applied to the line's hours times
      *>  rate, so zero would silently pay nothing for the hours.
       2600-EDIT-PREMIUM-CARD.
           EVALUATE TRUE
               WHEN NOT PremCardTypeValid
                   SET CardIsInvalid TO TRUE
                   MOVE "HOURS TYPE NOT R, O, H OR S" TO CardErrorText
               WHEN PremCardMultiplier NOT NUMERIC
                   SET CardIsInvalid TO TRUE
                   MOVE "PREMIUM MULTIPLIER NOT NUMERIC"
                       TO CardErrorText
               WHEN PremCardMultiplier = ZERO
                   SET CardIsInvalid TO TRUE
                   MOVE "PREMIUM MULTIPLIER ZERO" TO CardErrorText
           END-EVALUATE
           .

      *>----------------------------------------------------------------*
      *>  9999-TERMINATE-RUN                                            *
      *>     0000 = every card clean, the register is the record of    *
