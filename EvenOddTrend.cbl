                " X=" DELIMITED BY SIZE
                RH-NON-MULT-COUNT DELIMITED BY SIZE
                INTO TDL-MIX
        WHEN "BAND   "
            MOVE "BY VALUE BAND - SEE SUMMRPT" TO TDL-MIX
        WHEN OTHER
            STRING "E=" DELIMITED BY SIZE
                RH-EVEN-COUNT DELIMITED BY SIZE
