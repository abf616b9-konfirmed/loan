            AT END
                MOVE 'Y' TO EOF
            NOT AT END
                IF ((PaymentDate = WS-ProofDate
                            AND BackdatePostedDate = ZERO)
                        OR BackdatePostedDate = WS-ProofDate)
                        AND PaymentStatusGood
                    PERFORM TALLY-USER-PAYMENT
                END-IF
