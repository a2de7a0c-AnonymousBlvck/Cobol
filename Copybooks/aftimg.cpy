              02 FILLER PIC X VALUE SPACE.
              02 AiProgram PIC X(8).
              02 FILLER PIC X VALUE SPACE.
              02 AiImage PIC X(200).
