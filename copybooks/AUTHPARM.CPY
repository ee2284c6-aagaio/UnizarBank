               88  ATH-AUTH-POLICY-REJECT      VALUE 'P'.
               88  ATH-AUTH-OTP-REJECT         VALUE 'O'.
               88  ATH-AUTH-FAILED             VALUE 'F'.
               88  ATH-AUTH-OUT-OF-HOURS       VALUE 'H'.
           05  ATH-SESSION-TOKEN       PIC X(20).
