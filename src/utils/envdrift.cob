            MOVE SCN-ACTION-REQUIRED OF WS-SCREEN-REC-B
                TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-DIFF.
            MOVE "SCN-MAKER-CHECKER" TO WS-FIELD-NAME.
            MOVE SCN-MAKER-CHECKER OF SCREEN-RECORD TO WS-A-VALUE.
            MOVE SCN-MAKER-CHECKER OF WS-SCREEN-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-DIFF.
            MOVE "SCN-LIFECYCLE" TO WS-FIELD-NAME.
            MOVE SCN-LIFECYCLE OF SCREEN-RECORD TO WS-A-VALUE.
            MOVE SCN-LIFECYCLE OF WS-SCREEN-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-DIFF.
            MOVE "SCN-MASTER-LAYOUT" TO WS-FIELD-NAME.
            MOVE SCN-MASTER-LAYOUT OF SCREEN-RECORD TO WS-A-VALUE.
            MOVE SCN-MASTER-LAYOUT OF WS-SCREEN-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-DIFF.
            MOVE "SCN-MASTER-FLAG" TO WS-FIELD-NAME.
            MOVE SCN-MASTER-FLAG OF SCREEN-RECORD TO WS-A-VALUE.
            MOVE SCN-MASTER-FLAG OF WS-SCREEN-REC-B TO WS-B-VALUE.
            PERFORM 8000-REPORT-ALPHA-DIFF.
            MOVE "SCN-COLUMNS-MIN" TO WS-FIELD-NAME.
            MOVE SCN-COLUMNS-MIN OF SCREEN-RECORD TO WS-A-VALUE.
            MOVE SCN-COLUMNS-MIN OF WS-SCREEN-REC-B TO WS-B-VALUE.
