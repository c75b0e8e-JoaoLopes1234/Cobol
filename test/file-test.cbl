           ==PASSENGER-MASTER-RECORD== BY ==INPUT-PASSENGER-RECORD==
           ==PM-TICKET== BY ==INPUT-TICKET==
           ==PM-FLIGHT-NUMBER== BY ==INPUT-FLIGHT-NUMBER==
           ==PM-FLIGHT-DATE== BY ==INPUT-FLIGHT-DATE==
           ==PM-NAME== BY ==INPUT-NAME==
           ==PM-AGE== BY ==INPUT-AGE==
           ==PM-NATIONALITY== BY ==INPUT-NATIONALITY==
