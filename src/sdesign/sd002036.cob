            MOVE SCRBH-ATTRIBUTE TO SCRBG-ATTRIBUTE.
            MOVE SCRBH-COLOUR-PAIR TO SCRBG-COLOUR-PAIR.
            MOVE SCRBH-SEGMENT TO SCRBG-SEGMENT.
            MOVE SCRBH-PAGE TO SCRBG-PAGE.
            WRITE SCRNBG-RECORD
                INVALID KEY
                    CONTINUE
