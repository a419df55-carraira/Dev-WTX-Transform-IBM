        01  PENDING-CHANGE-RECORD.
            05  PND-KEY.
                10  PND-TABLE-ID PIC X(4).
                    88  PND-COUNTRY-CONFIG VALUE 'CCFG'.
                    88  PND-CONTACT-MASTER VALUE 'NTCN'.
                    88  PND-DEBIT-LIMIT VALUE 'ACLM'.
                    88  PND-LEGAL-HOLD VALUE 'ARHD'.
                10  PND-MAKER-DATE PIC 9(8).
                10  PND-MAKER-TIME PIC 9(6).
                10  PND-SEQUENCE PIC 9(4).
            05  PND-STATUS PIC X(1).
                88  PND-PENDING VALUE 'P'.
                88  PND-APPROVED VALUE 'A'.
                88  PND-REJECTED VALUE 'R'.
                88  PND-FAILED VALUE 'F'.
                88  PND-EXPIRED VALUE 'X'.
            05  PND-ACTION PIC X(1).
            05  PND-ROW-KEY PIC X(60).
            05  PND-MAKER-USER PIC X(8).
            05  PND-CHECKER-USER PIC X(8).
            05  PND-DECISION-DATE PIC 9(8).
            05  PND-DECISION-TIME PIC 9(6).
            05  PND-REJECT-REASON PIC X(4).
            05  PND-BEFORE-IMAGE PIC X(80).
            05  PND-AFTER-IMAGE PIC X(80).
            05  PND-TRANSACTION-IMAGE PIC X(150).
            05  FILLER PIC X(10).
