                88  CDXCP-TOKEN-UNKNOWN VALUE 'UNKN'.
                88  CDXCP-TOKEN-EXPIRED VALUE 'EXPD'.
                88  CDXCP-TOKEN-REVOKED VALUE 'REVK'.
                88  CDXCP-SEED-RETIRED VALUE 'RETR'.
                88  CDXCP-USER-SUSPENDED VALUE 'SUSP'.
            05  FILLER PIC X(10).
