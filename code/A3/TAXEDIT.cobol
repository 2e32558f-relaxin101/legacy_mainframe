                     ==PENALTY-ALREADY-APPLIED==
                                 BY ==ST-PENALTY-ALREADY-APPLIED==
                     ==BALANCE==          BY ==ST-BALANCE==
                     ==BALANCE-COMPONENTS==
                                 BY ==ST-BALANCE-COMPONENTS==
                     ==PRINCIPAL-BALANCE==
                                 BY ==ST-PRINCIPAL-BALANCE==
                     ==PENALTY-BALANCE==  BY ==ST-PENALTY-BALANCE==
                     ==INTEREST-BALANCE==
                                 BY ==ST-INTEREST-BALANCE==
                     ==NOTES==            BY ==ST-NOTES==
                     ==NOTE-AUTHOR-ID==   BY ==ST-NOTE-AUTHOR-ID==
                     ==NOTE-ENTRY-STAMP== BY ==ST-NOTE-ENTRY-STAMP==
                     ==PENALTY-ALREADY-APPLIED==
                                 BY ==SW-PENALTY-ALREADY-APPLIED==
                     ==BALANCE==          BY ==SW-BALANCE==
                     ==BALANCE-COMPONENTS==
                                 BY ==SW-BALANCE-COMPONENTS==
                     ==PRINCIPAL-BALANCE==
                                 BY ==SW-PRINCIPAL-BALANCE==
                     ==PENALTY-BALANCE==  BY ==SW-PENALTY-BALANCE==
                     ==INTEREST-BALANCE==
                                 BY ==SW-INTEREST-BALANCE==
                     ==NOTES==            BY ==SW-NOTES==
                     ==NOTE-AUTHOR-ID==   BY ==SW-NOTE-AUTHOR-ID==
                     ==NOTE-ENTRY-STAMP== BY ==SW-NOTE-ENTRY-STAMP==
