    END-IF
    IF HJ-PHONE NOT = PJ-PHONE
        DISPLAY "    CHANGED phone : " PJ-PHONE " -> " HJ-PHONE
    END-IF
    IF HJ-ADDR-UNDELIVERABLE AND NOT PJ-ADDR-UNDELIVERABLE
        DISPLAY "    MAIL RETURNED : address flagged undeliverable "
            HJ-UNDELIV-DATE
    END-IF
    IF PJ-ADDR-UNDELIVERABLE AND NOT HJ-ADDR-UNDELIVERABLE
        DISPLAY "    MAIL RESUMED : undeliverable flag cleared"
    END-IF.

1300-WALK-AUDIT-BY-NAME.
