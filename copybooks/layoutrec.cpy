      *>Record layout for one line of the layout registry
      *>(layouts.dat): one line per .lvl layout name, holding the
      *>version number in force and the content checksum that version
      *>was registered under.  The checksum folds every character of
      *>every line of the .lvl file through the same rolling sum the
      *>seals use (see SUM-LAYOUT-FILE in snake.cbl), so any change to
      *>a wall shows up as a different value.  snake-edit bumps the
      *>version when it saves a changed layout; snake.cbl does the
      *>same at LOAD-LEVEL for a file changed by hand, registers a
      *>layout it has never seen as version 1, and stamps the version
      *>onto the game.  snake-replay reads it to warn when a replay's
      *>layout has changed since the game was recorded.  The open
      *>board has no file and no line here; it plays as version 0.
       01 layout-reg-record.
           05 lytf-name pic x(8).
           05 filler pic x(1).
           05 lytf-version pic 9(3).
           05 filler pic x(1).
           05 lytf-checksum pic 9(4).
           05 filler pic x(1).
           05 lytf-date pic x(10).
