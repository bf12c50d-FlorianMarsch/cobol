                IF audit-uuid NOT = SPACE
                   AND audit-classification NOT = "REJECTED"
                   AND audit-classification NOT = "REVERSAL"
                   AND audit-classification NOT = "TRANSFER-OUT"
                    MOVE SPACE TO label-sort-record
                    STRING audit-batch-number audit-uuid(1:8)
                        DELIMITED BY SIZE INTO lbls-key
