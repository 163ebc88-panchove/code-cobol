                    MOVE WS-NORM-NAME TO name OF rec-name
                    MOVE old-name OF old-rec-female
                        TO rname-display OF rec-name
                    CALL "name-split" USING rname-display OF rec-name,
                        rname-given OF rec-name,
                        rname-surname-1 OF rec-name,
                        rname-surname-2 OF rec-name,
                        rname-split-flag OF rec-name
                    MOVE old-date-added OF old-rec-female
                        TO rname-date-added OF rec-name
                    MOVE old-origin OF old-rec-female
                    MOVE WS-NORM-NAME TO name OF rec-name
                    MOVE old-name OF old-rec-male
                        TO rname-display OF rec-name
                    CALL "name-split" USING rname-display OF rec-name,
                        rname-given OF rec-name,
                        rname-surname-1 OF rec-name,
                        rname-surname-2 OF rec-name,
                        rname-split-flag OF rec-name
                    MOVE old-date-added OF old-rec-male
                        TO rname-date-added OF rec-name
                    MOVE old-origin OF old-rec-male
