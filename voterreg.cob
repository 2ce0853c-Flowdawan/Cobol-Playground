    MOVE EV-SSNUM TO VR-SSNUM
    READ VOTEMAST
        INVALID KEY
            MOVE SPACES TO VOTER-RECORD
            MOVE EV-SSNUM TO VR-SSNUM
            MOVE EV-NAME TO VR-NAME
            MOVE EV-AGE TO VR-AGE
