            MOVE rec-name-old TO rec-name.
            MOVE WS-NORM-NAME TO name OF rec-name.
            MOVE WS-SOURCE-NAME TO rname-display OF rec-name.
            CALL "name-split" USING rname-display OF rec-name,
                rname-given OF rec-name, rname-surname-1 OF rec-name,
                rname-surname-2 OF rec-name,
                rname-split-flag OF rec-name.
            WRITE rec-name
                INVALID KEY
                    PERFORM A00400-MERGE-COLLISION
