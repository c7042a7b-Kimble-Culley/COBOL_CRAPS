    *> The one place overnight trouble lands. Every program that
    *> hits a warning ('W') or an error ('E') appends it here with
    *> its name and a timestamp, so nobody has to have been watching
    *> the terminal when it scrolled past; a step that reports its
    *> clean completion as well logs that as information ('I').
    *> Writing the log must never itself take a program down, so a
    *> log that cannot be opened is simply skipped - the caller's
    *> DISPLAY and return code still tell the story.
    ACCEPT OPS-DATE FROM DATE YYYYMMDD.
    ACCEPT OPS-TIME FROM TIME.
    MOVE LK-PROGRAM TO OPS-PROGRAM.
