    EVALUATE TRUE
        WHEN audit-classification = "REVERSAL"
            CONTINUE
        WHEN audit-shift = 'T'
            CONTINUE
        WHEN audit-classification(1:9) = "DISPOSED-"
            CONTINUE
        WHEN audit-classification = "REJECTED"
