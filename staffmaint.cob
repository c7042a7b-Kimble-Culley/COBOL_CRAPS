    ACCEPT WS-ID-IN.
    DISPLAY "Name: ".
    ACCEPT WS-NAME-IN.
    DISPLAY "Role - D=dealer, B=boxman, S=supervisor, H=host: ".
    ACCEPT WS-ROLE-IN.
    IF WS-ID-IN = SPACES
        DISPLAY "A staff id is required. Nothing written."
    ELSE
    IF WS-ROLE-IN NOT = 'D' AND WS-ROLE-IN NOT = 'B'
        AND WS-ROLE-IN NOT = 'S' AND WS-ROLE-IN NOT = 'H'
        DISPLAY "Not a role. Nothing written."
    ELSE
        MOVE WS-ID-IN TO STF-ID
