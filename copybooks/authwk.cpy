               88  AUTH-FUNC-UPDATE           VALUE "U".
               88  AUTH-FUNC-DELETE           VALUE "D".
               88  AUTH-FUNC-DYNSQL           VALUE "S".
               88  AUTH-FUNC-APPROVE          VALUE "A".
               88  AUTH-FUNC-SEE-PAY          VALUE "P".
           05  AUTH-RESULT         PIC  X(01) VALUE "N".
               88  AUTH-GRANTED               VALUE "Y".
               88  AUTH-DENIED                VALUE "N".
