                 WHERE ACCOUNT_SORTCODE = :HV-SORTCODE
                   AND ACCOUNT_INTEREST_RATE NOT = 0
                   AND ACCOUNT_TYPE NOT = 'FIXEDTRM'
                   AND ACCOUNT_TYPE NOT = 'CREDCARD'
                 ORDER BY ACCOUNT_NUMBER
           END-EXEC.

