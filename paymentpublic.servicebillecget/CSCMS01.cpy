        01  COMMISSION-SCHEDULE-RECORD.
            05  CMS-ASSOCIATED-SERVICE PIC 9(5).
            05  CMS-PRICING-METHOD PIC X(1).
                88  CMS-FLAT-PER-ITEM VALUE 'F'.
                88  CMS-PERCENT-OF-VALUE VALUE 'P'.
                88  CMS-TIERED-BY-VOLUME VALUE 'T'.
            05  CMS-ITEM-FEE PIC 9(3)V9(4).
            05  CMS-PERCENT-RATE PIC 9(2)V9(4).
            05  CMS-TIER-1-LIMIT PIC 9(9).
            05  CMS-TIER-1-RATE PIC 9(3)V9(4).
            05  CMS-TIER-2-LIMIT PIC 9(9).
            05  CMS-TIER-2-RATE PIC 9(3)V9(4).
            05  CMS-TIER-3-RATE PIC 9(3)V9(4).
            05  CMS-MINIMUM-MONTHLY-FEE PIC 9(9)V9(2).
            05  FILLER PIC X(10).
