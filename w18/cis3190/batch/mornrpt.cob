            IF ISEOF NOT = 1 AND LOG-LINE NOT = SPACES
                    AND LOG-LINE(1:10) NOT = 'STREAM END'
                    AND LOG-LINE(1:5) NOT = 'LOCK '
                    AND LOG-LINE(1:14) NOT = 'STREAM RESTART'
                    AND LOG-LINE(37:9) NOT = '(CALSKIP)'
                    AND LOG-LINE(37:6) NOT = '(PARM)'
                    AND LOG-LINE(16:8) = RPT-DATE
                PERFORM 1100-TAKE-LOG-LINE
            END-IF
