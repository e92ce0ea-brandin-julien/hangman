      * Author:
      * Date:
      * Purpose: Spreadsheet extract. Reads word-stats.txt,
      *          score-history.txt and player-master.dat and writes
      *          three semicolon-delimited files, each with a header
      *          row and one clean value per column, so the monthly
      *          summary can be imported instead of retyped. The
            SELECT OPTIONAL HISTFILE ASSIGN TO "score-history.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL PLAYERFILE ASSIGN TO "player-master.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS pm-name.

            SELECT STATSCSV ASSIGN TO "word-stats.csv"
                ORGANIZATION IS LINE SEQUENTIAL.
