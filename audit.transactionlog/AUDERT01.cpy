        01  ERASURE-CERTIFICATE-RECORD.
            05  ERT-REQUEST-REFERENCE PIC X(20).
            05  ERT-IDENTIFICATION-TYPE PIC X(1).
            05  ERT-SURROGATE-KEY PIC X(17).
            05  ERT-OUTCOME PIC X(1).
                88  ERT-ERASED VALUE 'E'.
                88  ERT-REFUSED VALUE 'R'.
            05  ERT-REFUSAL-REASON PIC X(4).
                88  ERT-NO-IDENTIFICATION VALUE 'NOID'.
                88  ERT-NO-SIGN-OFF VALUE 'USER'.
                88  ERT-SAME-USER VALUE 'SELF'.
                88  ERT-DUPLICATE-CARD VALUE 'DUPL'.
                88  ERT-TABLE-FULL VALUE 'FULL'.
                88  ERT-OPEN-SAR-CASE VALUE 'SAR '.
                88  ERT-OPEN-OBLIGATION VALUE 'OBLG'.
                88  ERT-LEGAL-HOLD VALUE 'HOLD'.
                88  ERT-ACTIVE-ACCORD VALUE 'ACRD'.
            05  ERT-ROW-COUNTS.
                10  ERT-NTCON-ROWS PIC 9(5).
                10  ERT-ACSNP-ROWS PIC 9(5).
                10  ERT-ACSTL-ROWS PIC 9(5).
                10  ERT-ACSTH-ROWS PIC 9(5).
                10  ERT-CSOBLM-ROWS PIC 9(5).
                10  ERT-ACLIM-ROWS PIC 9(5).
                10  ERT-CSCASM-ROWS PIC 9(5).
                10  ERT-NTSTAT-ROWS PIC 9(5).
                10  ERT-MVRELM-ROWS PIC 9(5).
            05  ERT-REQUESTED-BY PIC X(8).
            05  ERT-SIGNED-OFF-BY PIC X(8).
            05  ERT-CERTIFIED-DATE PIC 9(8).
            05  ERT-CERTIFIED-TIME PIC 9(6).
            05  FILLER PIC X(10).
