           DISPLAY "MENU CHOICE  " PR-RAW-INP.
           DISPLAY "DISTRO ..... " PR-DISTRO-NAME.
           IF PR-TIER-OVERRIDE
               DISPLAY "TIER OVERRIDE APPROVED BY " PR-OVERRIDE-OPER
           END-IF.
           DISPLAY "-----------------------------".
